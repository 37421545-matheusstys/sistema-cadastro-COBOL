000650*                   EXCLUSAO DE CADASTRO ANTIGO DEIXAVA A
000660*                   CONCILIACAO DESBALANCEADA (RC 8) ATE O
000670*                   ARQUIVAMENTO SEGUINTE
000680*   15/10/26  MS    OS TOTAIS DO RUNHIST PASSAM A SER DATADOS
000690*                   COM A DATA DE MOVIMENTO ABERTA PELO STMCAD001
000700*                   NO INICIO DO JOB (DATAMOV), NO LUGAR DA DATA
000710*                   DO SISTEMA; SEM O DATAMOV, ENCERRA COM RC 16
000720******************************************************************
000730 IDENTIFICATION DIVISION.
000740 PROGRAM-ID. STMCAD015.
000750 ENVIRONMENT DIVISION.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT ARQ-AUDITORIA ASSIGN TO AUDITLOG
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS CN-FS-AUDITORIA.
000810     SELECT CADASTRO-MESTRE ASSIGN TO CADMEST
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS CM-EMAIL
000850         FILE STATUS IS CN-FS-MESTRE.
000860     SELECT ARQ-EXPORTACAO ASSIGN TO EXPORTCL
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS CN-FS-EXPORTACAO.
000890     SELECT ARQ-RESUMO ASSIGN TO AUDRESUM
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS CN-FS-RESUMO.
000920     SELECT ARQ-RUNHIST ASSIGN TO RUNHIST
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS CN-FS-RUNHIST.
000950     SELECT ARQ-DATA-MOVIMENTO ASSIGN TO DATAMOV
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS CN-FS-DATAMOV.
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  ARQ-AUDITORIA
001010     RECORDING MODE IS F.
001020     COPY AUDIREG.
001030 FD  CADASTRO-MESTRE.
001040     COPY CADMREG.
001050 FD  ARQ-EXPORTACAO
001060     RECORDING MODE IS F.
001070 01  REG-EXPORTACAO.
001080     02  EXP-LINHA                     PIC X(200).
001090 FD  ARQ-RESUMO
001100     RECORDING MODE IS F.
001110     COPY AUDSREG.
001120 FD  ARQ-RUNHIST
001130     RECORDING MODE IS F.
001140     COPY RUNHREG.
001150 FD  ARQ-DATA-MOVIMENTO
001160     RECORDING MODE IS F.
001170     COPY DTMVREG.
001180 WORKING-STORAGE SECTION.
001190
001200 01  CN-SWITCHES.
001210     02  CN-SW-FIM-AUDITORIA           PIC X(01) VALUE 'N'.
001220         88  FIM-AUDITORIA             VALUE 'S'.
001230     02  CN-SW-FIM-MESTRE              PIC X(01) VALUE 'N'.
001240         88  FIM-MESTRE                VALUE 'S'.
001250     02  CN-SW-FIM-EXPORTACAO          PIC X(01) VALUE 'N'.
001260         88  FIM-EXPORTACAO            VALUE 'S'.
001270     02  CN-SW-DESBALANCEADO           PIC X(01) VALUE 'N'.
001280         88  ARQUIVOS-DESBALANCEADOS   VALUE 'S'.
001290     02  CN-SW-EMAIL-ACHADO            PIC X(01) VALUE 'N'.
001300         88  EMAIL-ACHADO              VALUE 'S'.
001310     02  CN-SW-CAPACIDADE              PIC X(01) VALUE 'N'.
001320         88  CAPACIDADE-EXCEDIDA       VALUE 'S'.
001330     02  CN-SW-FIM-RESUMO              PIC X(01) VALUE 'N'.
001340         88  FIM-RESUMO                VALUE 'S'.
001350     02  CN-SW-RESUMO-PRESENTE         PIC X(01) VALUE 'N'.
001360         88  RESUMO-PRESENTE           VALUE 'S'.
001370
001380 01  CN-FS-AUDITORIA                   PIC X(02) VALUE '00'.
001390 01  CN-FS-MESTRE                      PIC X(02) VALUE '00'.
001400 01  CN-FS-EXPORTACAO                  PIC X(02) VALUE '00'.
001410 01  CN-FS-RESUMO                      PIC X(02) VALUE '00'.
001420 01  CN-FS-RUNHIST                     PIC X(02) VALUE '00'.
001430 01  CN-FS-DATAMOV                     PIC X(02) VALUE '00'.
001440
001450 01  TABELA-ESPERADOS.
001460     02  TE-ENTRADA OCCURS 20000 TIMES INDEXED BY TE-IDX.
001470         03  TE-EMAIL                  PIC X(30).
001480         03  TE-ATIVO                  PIC X(01).
001490             88  TE-ENTRADA-ATIVA      VALUE 'S'.
001500
001510 01  TABELA-EXPORTADOS.
001520     02  TX-ENTRADA OCCURS 20000 TIMES INDEXED BY TX-IDX.
001530         03  TX-EMAIL                  PIC X(30).
001540
001550 77  CN-QTD-ESPERADOS                  PIC 9(05) VALUE ZEROS.
001560 77  CN-QTD-EXPORTADOS                 PIC 9(05) VALUE ZEROS.
001570 77  CN-IDX-ACHADO                     PIC 9(05) COMP VALUE ZEROS.
001580 77  CN-IDX-VARRE                      PIC 9(05) COMP VALUE ZEROS.
001590 77  CN-EMAIL-BUSCA                    PIC X(30) VALUE SPACES.
001600 77  CN-ARQUIVO-ERRO                   PIC X(08) VALUE SPACES.
001610 77  CN-FS-ERRO                        PIC X(02) VALUE SPACES.
001620 77  CN-DATA-PROCESSO                  PIC X(08) VALUE SPACES.
001630 77  CN-HORA-PROCESSO                  PIC X(08) VALUE SPACES.
001640
001650 01  CN-AREA-EXPORTACAO.
001660     02  CN-EXP-NOME                   PIC X(30) VALUE SPACES.
001670     02  CN-EXP-IDADE                  PIC X(02) VALUE SPACES.
001680     02  CN-EXP-EMAIL                  PIC X(30) VALUE SPACES.
001690     02  CN-EXP-CLASSE                 PIC X(20) VALUE SPACES.
001700
001710 01  CN-CONTADORES.
001720     02  CN-QTD-AUDITORIA              PIC 9(06) VALUE ZEROS.
001730     02  CN-QTD-INCL-VALIDAS           PIC 9(06) VALUE ZEROS.
001740     02  CN-QTD-ALT-VALIDAS            PIC 9(06) VALUE ZEROS.
001750     02  CN-QTD-EXCL-VALIDAS           PIC 9(06) VALUE ZEROS.
001760     02  CN-QTD-TROCAS-VALIDAS         PIC 9(06) VALUE ZEROS.
001770     02  CN-QTD-REAT-VALIDAS           PIC 9(06) VALUE ZEROS.
001780     02  CN-QTD-MESTRE-INATIVOS        PIC 9(06) VALUE ZEROS.
001790     02  CN-QTD-ATIVOS-ESPERADOS      PIC 9(06) VALUE ZEROS.
001800     02  CN-QTD-MESTRE                 PIC 9(06) VALUE ZEROS.
001810     02  CN-QTD-EXPORT-LINHAS          PIC 9(06) VALUE ZEROS.
001820     02  CN-QTD-ORFAOS-MESTRE          PIC 9(06) VALUE ZEROS.
001830     02  CN-QTD-ORFAOS-AUDIT           PIC 9(06) VALUE ZEROS.
001840     02  CN-QTD-ORFAOS-EXPORT          PIC 9(06) VALUE ZEROS.
001850     02  CN-QTD-ESP-PERDIDOS           PIC 9(06) VALUE ZEROS.
001860     02  CN-QTD-EXCL-SEM-TABELA        PIC 9(06) VALUE ZEROS.
001870     02  CN-QTD-REAT-SEM-TABELA        PIC 9(06) VALUE ZEROS.
001880     02  CN-QTD-TROCA-SEM-TABELA       PIC 9(06) VALUE ZEROS.
001890     02  CN-QTD-EXP-PERDIDOS           PIC 9(06) VALUE ZEROS.
001900     02  CN-QTD-RESUMO-INCL            PIC 9(08) VALUE ZEROS.
001910     02  CN-QTD-RESUMO-EXCL            PIC 9(08) VALUE ZEROS.
001920     02  CN-QTD-RESUMO-REAT            PIC 9(08) VALUE ZEROS.
001930     02  CN-QTD-RESUMO-TROCAS          PIC 9(08) VALUE ZEROS.
001940     02  CN-QTD-ESPERADO-TOTAL         PIC 9(08) VALUE ZEROS.
001950     02  CN-QTD-INCL-TOTAL             PIC 9(08) VALUE ZEROS.
001960
001970 PROCEDURE DIVISION.
001980*-----------------------------------------------------------------
001990* 0000-MAINLINE - CONTROLA AS FASES DA CONCILIACAO: REPLAY DA
002000* AUDITORIA, BATIMENTO COM O MESTRE NAS DUAS DIRECOES, CRUZAMENTO
002010* COM A EXPORTACAO, RELATORIO E CODIGO DE RETORNO
002020*-----------------------------------------------------------------
002030 0000-MAINLINE.
002040
002050     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
002060
002070     PERFORM 2000-PROCESSA-AUDITORIA THRU 2000-EXIT
002080         UNTIL FIM-AUDITORIA.
002090
002100     PERFORM 3000-CONFERE-ESPERADOS THRU 3000-EXIT
002110         VARYING CN-IDX-VARRE FROM 1 BY 1
002120         UNTIL CN-IDX-VARRE > CN-QTD-ESPERADOS.
002130
002140     PERFORM 3900-POSICIONA-MESTRE THRU 3900-EXIT.
002150
002160     PERFORM 4000-VARRE-MESTRE THRU 4000-EXIT
002170         UNTIL FIM-MESTRE.
002180
002190     PERFORM 5000-CARREGA-EXPORTACAO THRU 5000-EXIT
002200         UNTIL FIM-EXPORTACAO.
002210
002220     PERFORM 5500-CONFERE-EXPORTACAO THRU 5500-EXIT
002230         VARYING CN-IDX-VARRE FROM 1 BY 1
002240         UNTIL CN-IDX-VARRE > CN-QTD-ESPERADOS.
002250
002260     PERFORM 6000-CRUZA-TOTAIS THRU 6000-EXIT.
002270
002280     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
002290
002300     PERFORM 9000-RELATORIO-BATIMENTO THRU 9000-EXIT.
002310
002320     PERFORM 9500-GRAVA-RUNHIST THRU 9500-EXIT.
002330
002340     IF ARQUIVOS-DESBALANCEADOS
002350         MOVE 8 TO RETURN-CODE
002360     END-IF
002370
002380     STOP RUN.
002390*-----------------------------------------------------------------
002400* 1000-INICIALIZACAO - ABRE OS ARQUIVOS E FAZ A LEITURA INICIAL
002410* (PRIMING READ) DA TRILHA DE AUDITORIA
002420*-----------------------------------------------------------------
002430 1000-INICIALIZACAO.
002440
002450     DISPLAY '**********************************************'
002460     DISPLAY '       CONCILIACAO DO CADASTRO                '
002470     DISPLAY '**********************************************'
002480
002490     PERFORM 1200-LE-DATA-MOVIMENTO THRU 1200-EXIT.
002500
002510     OPEN INPUT ARQ-AUDITORIA.
002520
002530     IF CN-FS-AUDITORIA NOT = '00'
002540         MOVE 'AUDITLOG' TO CN-ARQUIVO-ERRO
002550         MOVE CN-FS-AUDITORIA TO CN-FS-ERRO
002560         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002570     END-IF.
002580
002590     OPEN INPUT CADASTRO-MESTRE.
002600
002610     IF CN-FS-MESTRE NOT = '00'
002620         MOVE 'CADMEST ' TO CN-ARQUIVO-ERRO
002630         MOVE CN-FS-MESTRE TO CN-FS-ERRO
002640         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002650     END-IF.
002660
002670     OPEN INPUT ARQ-EXPORTACAO.
002680
002690     IF CN-FS-EXPORTACAO NOT = '00'
002700         MOVE 'EXPORTCL' TO CN-ARQUIVO-ERRO
002710         MOVE CN-FS-EXPORTACAO TO CN-FS-ERRO
002720         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002730     END-IF.
002740
002750     PERFORM 1100-CARREGA-RESUMOS THRU 1100-EXIT.
002760
002770     PERFORM 2900-LER-AUDITORIA THRU 2900-EXIT.
002780
002790 1000-EXIT.
002800     EXIT.
002810*-----------------------------------------------------------------
002820* 1100-CARREGA-RESUMOS - LE O ARQUIVO DE RESUMOS DO ARQUIVAMENTO
002830* MENSAL E ACUMULA OS SALDOS VALIDOS DOS PERIODOS ARQUIVADOS
002840* (INCLUSOES, EXCLUSOES E REATIVACOES); ARQUIVO AUSENTE (FS 35,
002850* ANTES DO PRIMEIRO ARQUIVAMENTO) SEGUE SEM RESUMOS
002860*-----------------------------------------------------------------
002870 1100-CARREGA-RESUMOS.
002880
002890     OPEN INPUT ARQ-RESUMO
002900
002910     IF CN-FS-RESUMO = '35'
002920         SET FIM-RESUMO TO TRUE
002930         GO TO 1100-EXIT
002940     END-IF
002950
002960     IF CN-FS-RESUMO NOT = '00'
002970         MOVE 'AUDRESUM' TO CN-ARQUIVO-ERRO
002980         MOVE CN-FS-RESUMO TO CN-FS-ERRO
002990         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003000     END-IF
003010
003020     PERFORM 1110-ACUMULA-RESUMO THRU 1110-EXIT
003030         UNTIL FIM-RESUMO
003040
003050     CLOSE ARQ-RESUMO.
003060
003070 1100-EXIT.
003080     EXIT.
003090*-----------------------------------------------------------------
003100* 1200-LE-DATA-MOVIMENTO - TOMA A DATA DO PROCESSAMENTO DO CARTAO
003110* DA DATA DE MOVIMENTO GRAVADO PELO STMCAD001 NA ABERTURA DO JOB
003120*-----------------------------------------------------------------
003130 1200-LE-DATA-MOVIMENTO.
003140
003150     OPEN INPUT ARQ-DATA-MOVIMENTO.
003160
003170     IF CN-FS-DATAMOV = '00'
003180         READ ARQ-DATA-MOVIMENTO
003190             AT END
003200                 MOVE '10' TO CN-FS-DATAMOV
003210         END-READ
003220     END-IF
003230
003240     IF CN-FS-DATAMOV NOT = '00'
003250         OR DM-DATA-MOVIMENTO IS NOT NUMERIC
003260         MOVE 'DATAMOV ' TO CN-ARQUIVO-ERRO
003270         MOVE CN-FS-DATAMOV TO CN-FS-ERRO
003280         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003290     END-IF
003300
003310     MOVE DM-DATA-MOVIMENTO TO CN-DATA-PROCESSO
003320
003330     CLOSE ARQ-DATA-MOVIMENTO.
003340
003350 1200-EXIT.
003360     EXIT.
003370*-----------------------------------------------------------------
003380* 1110-ACUMULA-RESUMO - LE UM RESUMO E ACUMULA O TOTAL VALIDO NO
003390* SALDO DO SEU TIPO; OS DEMAIS STATUS E TIPOS NAO ALTERAM O
003400* CONJUNTO ATIVO E SO MARCAM A PRESENCA DE RESUMOS
003410*-----------------------------------------------------------------
003420 1110-ACUMULA-RESUMO.
003430
003440     READ ARQ-RESUMO
003450         AT END
003460             SET FIM-RESUMO TO TRUE
003470             GO TO 1110-EXIT
003480     END-READ
003490
003500     IF CN-FS-RESUMO NOT = '00'
003510         MOVE 'AUDRESUM' TO CN-ARQUIVO-ERRO
003520         MOVE CN-FS-RESUMO TO CN-FS-ERRO
003530         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003540     END-IF
003550
003560     SET RESUMO-PRESENTE TO TRUE
003570
003580     IF AS-STATUS = 'VALIDO'
003590         EVALUATE AS-TIPO
003600             WHEN 'I'
003610                 ADD AS-QTD TO CN-QTD-RESUMO-INCL
003620             WHEN 'E'
003630                 ADD AS-QTD TO CN-QTD-RESUMO-EXCL
003640             WHEN 'R'
003650                 ADD AS-QTD TO CN-QTD-RESUMO-REAT
003660             WHEN 'T'
003670                 ADD AS-QTD TO CN-QTD-RESUMO-TROCAS
003680         END-EVALUATE
003690     END-IF.
003700
003710 1110-EXIT.
003720     EXIT.
003730*-----------------------------------------------------------------
003740* 2000-PROCESSA-AUDITORIA - REPROCESSA UM REGISTRO DA TRILHA:
003750* INCLUSAO VALIDA ENTRA NO CONJUNTO ESPERADO, EXCLUSAO VALIDA
003760* DESATIVA A ENTRADA, TROCA VALIDA RENOMEIA A ENTRADA PARA O
003770* E-MAIL NOVO; AS DEMAIS SO CONTAM
003780*-----------------------------------------------------------------
003790 2000-PROCESSA-AUDITORIA.
003800
003810     ADD 1 TO CN-QTD-AUDITORIA
003820
003830     IF AU-STATUS = 'VALIDO'
003840         EVALUATE AU-TIPO
003850             WHEN 'I'
003860                 ADD 1 TO CN-QTD-INCL-VALIDAS
003870                 PERFORM 2100-INCLUI-ESPERADO THRU 2100-EXIT
003880             WHEN 'A'
003890                 ADD 1 TO CN-QTD-ALT-VALIDAS
003900             WHEN 'E'
003910                 ADD 1 TO CN-QTD-EXCL-VALIDAS
003920                 PERFORM 2200-EXCLUI-ESPERADO THRU 2200-EXIT
003930             WHEN 'T'
003940                 ADD 1 TO CN-QTD-TROCAS-VALIDAS
003950                 PERFORM 2300-TROCA-ESPERADO THRU 2300-EXIT
003960             WHEN 'R'
003970                 ADD 1 TO CN-QTD-REAT-VALIDAS
003980                 PERFORM 2400-REATIVA-ESPERADO THRU 2400-EXIT
003990         END-EVALUATE
004000     END-IF
004010
004020     PERFORM 2900-LER-AUDITORIA THRU 2900-EXIT.
004030
004040 2000-EXIT.
004050     EXIT.
004060*-----------------------------------------------------------------
004070* 2100-INCLUI-ESPERADO - ACRESCENTA O E-MAIL DA INCLUSAO VALIDA
004080* NA TABELA DO CONJUNTO ESPERADO
004090*-----------------------------------------------------------------
004100 2100-INCLUI-ESPERADO.
004110
004120     IF CN-QTD-ESPERADOS NOT < 20000
004130         IF NOT CAPACIDADE-EXCEDIDA
004140             SET CAPACIDADE-EXCEDIDA TO TRUE
004150             SET ARQUIVOS-DESBALANCEADOS TO TRUE
004160             DISPLAY '| AVISO: TABELA-ESPERADOS CHEIA (20000) -'
004170             DISPLAY '| CONCILIACAO SEGUE PARCIAL'
004180         END-IF
004190         ADD 1 TO CN-QTD-ESP-PERDIDOS
004200         GO TO 2100-EXIT
004210     END-IF
004220
004230     ADD 1 TO CN-QTD-ESPERADOS
004240     SET TE-IDX TO CN-QTD-ESPERADOS
004250     MOVE AU-EMAIL TO TE-EMAIL(TE-IDX)
004260     MOVE 'S'      TO TE-ATIVO(TE-IDX).
004270
004280 2100-EXIT.
004290     EXIT.
004300*-----------------------------------------------------------------
004310* 2200-EXCLUI-ESPERADO - DESATIVA NO CONJUNTO ESPERADO A ENTRADA
004320* ATIVA COM O E-MAIL DA EXCLUSAO VALIDA; EXCLUSAO DE CADASTRO
004330* COM INCLUSAO JA ARQUIVADA NAO TEM ENTRADA NA TABELA E E
004340* CONTADA PARA O AJUSTE DO CRUZAMENTO POR TOTAIS
004350*-----------------------------------------------------------------
004360 2200-EXCLUI-ESPERADO.
004370
004380     MOVE AU-EMAIL TO CN-EMAIL-BUSCA
004390     PERFORM 7000-BUSCA-ESPERADO THRU 7000-EXIT
004400
004410     IF EMAIL-ACHADO
004420         SET TE-IDX TO CN-IDX-ACHADO
004430         MOVE 'N' TO TE-ATIVO(TE-IDX)
004440     ELSE
004450         ADD 1 TO CN-QTD-EXCL-SEM-TABELA
004460     END-IF.
004470
004480 2200-EXIT.
004490     EXIT.
004500*-----------------------------------------------------------------
004510* 2300-TROCA-ESPERADO - RENOMEIA NO CONJUNTO ESPERADO A ENTRADA
004520* ATIVA COM O E-MAIL ANTIGO DA TROCA VALIDA PARA O E-MAIL NOVO
004530* (AU-EMAIL-NOVO); O TOTAL DE ATIVOS NAO SE ALTERA. TROCA DE
004540* CADASTRO COM INCLUSAO JA ARQUIVADA NAO TEM ENTRADA NA TABELA
004550* E E SO CONTADA (NAO ALTERA O TOTAL DE ATIVOS)
004560*-----------------------------------------------------------------
004570 2300-TROCA-ESPERADO.
004580
004590     MOVE AU-EMAIL TO CN-EMAIL-BUSCA
004600     PERFORM 7000-BUSCA-ESPERADO THRU 7000-EXIT
004610
004620     IF EMAIL-ACHADO
004630         SET TE-IDX TO CN-IDX-ACHADO
004640         MOVE AU-EMAIL-NOVO TO TE-EMAIL(TE-IDX)
004650     ELSE
004660         ADD 1 TO CN-QTD-TROCA-SEM-TABELA
004670     END-IF.
004680
004690 2300-EXIT.
004700     EXIT.
004710*-----------------------------------------------------------------
004720* 2400-REATIVA-ESPERADO - REATIVA NO CONJUNTO ESPERADO A ENTRADA
004730* DESATIVADA COM O E-MAIL DA REATIVACAO VALIDA; REATIVACAO DE
004740* CADASTRO COM EXCLUSAO JA ARQUIVADA NAO TEM ENTRADA NA TABELA
004750* E E CONTADA PARA O AJUSTE DO CRUZAMENTO POR TOTAIS
004760*-----------------------------------------------------------------
004770 2400-REATIVA-ESPERADO.
004780
004790     MOVE AU-EMAIL TO CN-EMAIL-BUSCA
004800     MOVE 'N' TO CN-SW-EMAIL-ACHADO
004810     MOVE ZEROS TO CN-IDX-ACHADO
004820
004830     PERFORM 2410-COMPARA-INATIVO THRU 2410-EXIT
004840         VARYING TE-IDX FROM 1 BY 1
004850         UNTIL TE-IDX > CN-QTD-ESPERADOS
004860            OR EMAIL-ACHADO
004870
004880     IF EMAIL-ACHADO
004890         SET TE-IDX TO CN-IDX-ACHADO
004900         MOVE 'S' TO TE-ATIVO(TE-IDX)
004910     ELSE
004920         ADD 1 TO CN-QTD-REAT-SEM-TABELA
004930     END-IF.
004940
004950 2400-EXIT.
004960     EXIT.
004970*-----------------------------------------------------------------
004980* 2410-COMPARA-INATIVO - COMPARA A ENTRADA CORRENTE DO CONJUNTO
004990* ESPERADO COM O E-MAIL PROCURADO, CONSIDERANDO SO AS DESATIVADAS
005000*-----------------------------------------------------------------
005010 2410-COMPARA-INATIVO.
005020
005030     IF TE-EMAIL(TE-IDX) = CN-EMAIL-BUSCA
005040         AND NOT TE-ENTRADA-ATIVA(TE-IDX)
005050         SET EMAIL-ACHADO TO TRUE
005060         SET CN-IDX-ACHADO TO TE-IDX
005070     END-IF.
005080
005090 2410-EXIT.
005100     EXIT.
005110*-----------------------------------------------------------------
005120* 2900-LER-AUDITORIA - LE O PROXIMO REGISTRO DA TRILHA DE
005130* AUDITORIA E LIGA O SWITCH DE FIM QUANDO NAO HOUVER MAIS
005140*-----------------------------------------------------------------
005150 2900-LER-AUDITORIA.
005160
005170     READ ARQ-AUDITORIA
005180         AT END
005190             SET FIM-AUDITORIA TO TRUE
005200     END-READ.
005210
005220     IF CN-FS-AUDITORIA NOT = '00'
005230         AND CN-FS-AUDITORIA NOT = '10'
005240         MOVE 'AUDITLOG' TO CN-ARQUIVO-ERRO
005250         MOVE CN-FS-AUDITORIA TO CN-FS-ERRO
005260         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
005270     END-IF.
005280
005290 2900-EXIT.
005300     EXIT.
005310*-----------------------------------------------------------------
005320* 3000-CONFERE-ESPERADOS - PARA CADA ENTRADA ATIVA DO CONJUNTO
005330* ESPERADO, LE O MESTRE PELA CHAVE; QUANDO O E-MAIL NAO CONSTA,
005340* LISTA O ORFAO (AUDITADO SEM MESTRE)
005350*-----------------------------------------------------------------
005360 3000-CONFERE-ESPERADOS.
005370
005380     SET TE-IDX TO CN-IDX-VARRE
005390
005400     IF NOT TE-ENTRADA-ATIVA(TE-IDX)
005410         GO TO 3000-EXIT
005420     END-IF
005430
005440     ADD 1 TO CN-QTD-ATIVOS-ESPERADOS
005450
005460     MOVE TE-EMAIL(TE-IDX) TO CM-EMAIL
005470
005480     READ CADASTRO-MESTRE
005490         INVALID KEY
005500             ADD 1 TO CN-QTD-ORFAOS-AUDIT
005510             SET ARQUIVOS-DESBALANCEADOS TO TRUE
005520             DISPLAY '| ORFAO AUDITORIA SEM MESTRE: '
005530                 TE-EMAIL(TE-IDX)
005540     END-READ.
005550
005560     IF CN-FS-MESTRE NOT = '00'
005570         AND CN-FS-MESTRE NOT = '23'
005580         MOVE 'CADMEST ' TO CN-ARQUIVO-ERRO
005590         MOVE CN-FS-MESTRE TO CN-FS-ERRO
005600         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
005610     END-IF.
005620
005630 3000-EXIT.
005640     EXIT.
005650*-----------------------------------------------------------------
005660* 3900-POSICIONA-MESTRE - POSICIONA O MESTRE NO MENOR E-MAIL
005670* PARA A VARREDURA SEQUENCIAL, POIS AS LEITURAS POR CHAVE DA
005680* FASE ANTERIOR DESLOCARAM O PONTEIRO DO ARQUIVO
005690*-----------------------------------------------------------------
005700 3900-POSICIONA-MESTRE.
005710
005720     MOVE LOW-VALUES TO CM-EMAIL
005730
005740     START CADASTRO-MESTRE KEY NOT < CM-EMAIL
005750         INVALID KEY
005760             SET FIM-MESTRE TO TRUE
005770     END-START.
005780
005790 3900-EXIT.
005800     EXIT.
005810*-----------------------------------------------------------------
005820* 4000-VARRE-MESTRE - LE O MESTRE SEQUENCIALMENTE PELA CHAVE E,
005830* PARA CADA REGISTRO, CONFERE SE O E-MAIL CONSTA ATIVO NO
005840* CONJUNTO ESPERADO; QUANDO NAO CONSTA, LISTA O ORFAO (MESTRE
005850* SEM AUDITORIA)
005860*-----------------------------------------------------------------
005870 4000-VARRE-MESTRE.
005880
005890     READ CADASTRO-MESTRE NEXT
005900         AT END
005910             SET FIM-MESTRE TO TRUE
005920             GO TO 4000-EXIT
005930     END-READ
005940
005950     IF CN-FS-MESTRE NOT = '00'
005960         MOVE 'CADMEST ' TO CN-ARQUIVO-ERRO
005970         MOVE CN-FS-MESTRE TO CN-FS-ERRO
005980         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
005990     END-IF
006000
006010     IF CM-INATIVO
006020         ADD 1 TO CN-QTD-MESTRE-INATIVOS
006030         GO TO 4000-EXIT
006040     END-IF
006050
006060     ADD 1 TO CN-QTD-MESTRE
006070
006080     MOVE CM-EMAIL TO CN-EMAIL-BUSCA
006090     PERFORM 7000-BUSCA-ESPERADO THRU 7000-EXIT
006100
006110     IF NOT EMAIL-ACHADO
006120         AND NOT RESUMO-PRESENTE
006130         ADD 1 TO CN-QTD-ORFAOS-MESTRE
006140         SET ARQUIVOS-DESBALANCEADOS TO TRUE
006150         DISPLAY '| ORFAO MESTRE SEM AUDITORIA: ' CM-EMAIL
006160     END-IF.
006170
006180 4000-EXIT.
006190     EXIT.
006200*-----------------------------------------------------------------
006210* 5000-CARREGA-EXPORTACAO - LE UMA LINHA DA EXPORTACAO, CONTA E
006220* GUARDA O E-MAIL (TERCEIRO CAMPO DELIMITADO POR VIRGULA) PARA O
006230* CRUZAMENTO COM O CONJUNTO ESPERADO
006240*-----------------------------------------------------------------
006250 5000-CARREGA-EXPORTACAO.
006260
006270     READ ARQ-EXPORTACAO
006280         AT END
006290             SET FIM-EXPORTACAO TO TRUE
006300             GO TO 5000-EXIT
006310     END-READ
006320
006330     IF CN-FS-EXPORTACAO NOT = '00'
006340         MOVE 'EXPORTCL' TO CN-ARQUIVO-ERRO
006350         MOVE CN-FS-EXPORTACAO TO CN-FS-ERRO
006360         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
006370     END-IF
006380
006390     ADD 1 TO CN-QTD-EXPORT-LINHAS
006400
006410     IF CN-QTD-EXPORTADOS NOT < 20000
006420         IF NOT CAPACIDADE-EXCEDIDA
006430             SET CAPACIDADE-EXCEDIDA TO TRUE
006440             SET ARQUIVOS-DESBALANCEADOS TO TRUE
006450             DISPLAY '| AVISO: TABELA-EXPORTADOS CHEIA (20000) -'
006460             DISPLAY '| CONCILIACAO SEGUE PARCIAL'
006470         END-IF
006480         ADD 1 TO CN-QTD-EXP-PERDIDOS
006490         GO TO 5000-EXIT
006500     END-IF
006510
006520     MOVE SPACES TO CN-EXP-NOME CN-EXP-IDADE
006530                    CN-EXP-EMAIL CN-EXP-CLASSE
006540     UNSTRING EXP-LINHA DELIMITED BY ','
006550         INTO CN-EXP-NOME
006560              CN-EXP-IDADE
006570              CN-EXP-EMAIL
006580              CN-EXP-CLASSE
006590     END-UNSTRING
006600
006610     ADD 1 TO CN-QTD-EXPORTADOS
006620     SET TX-IDX TO CN-QTD-EXPORTADOS
006630     MOVE CN-EXP-EMAIL TO TX-EMAIL(TX-IDX).
006640
006650 5000-EXIT.
006660     EXIT.
006670*-----------------------------------------------------------------
006680* 5500-CONFERE-EXPORTACAO - PARA CADA ENTRADA ATIVA DO CONJUNTO
006690* ESPERADO, CONFERE SE O E-MAIL APARECE NA EXPORTACAO; QUANDO
006700* NAO APARECE, LISTA O ORFAO (AUDITADO SEM EXPORTACAO)
006710*-----------------------------------------------------------------
006720 5500-CONFERE-EXPORTACAO.
006730
006740     SET TE-IDX TO CN-IDX-VARRE
006750
006760     IF NOT TE-ENTRADA-ATIVA(TE-IDX)
006770         GO TO 5500-EXIT
006780     END-IF
006790
006800     MOVE 'N' TO CN-SW-EMAIL-ACHADO
006810
006820     PERFORM 7100-COMPARA-EXPORTADO THRU 7100-EXIT
006830         VARYING TX-IDX FROM 1 BY 1
006840         UNTIL TX-IDX > CN-QTD-EXPORTADOS
006850            OR EMAIL-ACHADO
006860
006870     IF NOT EMAIL-ACHADO
006880         ADD 1 TO CN-QTD-ORFAOS-EXPORT
006890         SET ARQUIVOS-DESBALANCEADOS TO TRUE
006900         DISPLAY '| ORFAO AUDITORIA SEM EXPORTACAO: '
006910             TE-EMAIL(TE-IDX)
006920     END-IF.
006930
006940 5500-EXIT.
006950     EXIT.
006960*-----------------------------------------------------------------
006970* 6000-CRUZA-TOTAIS - CRUZA OS TOTAIS DOS TRES ARQUIVOS: ATIVOS
006980* ESPERADOS CONTRA REGISTROS DO MESTRE E INCLUSOES VALIDAS
006990* CONTRA LINHAS DA EXPORTACAO
007000*-----------------------------------------------------------------
007010 6000-CRUZA-TOTAIS.
007020
007030     COMPUTE CN-QTD-ESPERADO-TOTAL =
007040         CN-QTD-ATIVOS-ESPERADOS
007050         + CN-QTD-RESUMO-INCL
007060         + CN-QTD-RESUMO-REAT
007070         - CN-QTD-RESUMO-EXCL
007080
007090     IF RESUMO-PRESENTE
007100         COMPUTE CN-QTD-ESPERADO-TOTAL =
007110             CN-QTD-ESPERADO-TOTAL
007120             - CN-QTD-EXCL-SEM-TABELA
007130             + CN-QTD-REAT-SEM-TABELA
007140     END-IF
007150
007160     COMPUTE CN-QTD-INCL-TOTAL =
007170         CN-QTD-INCL-VALIDAS + CN-QTD-RESUMO-INCL
007180         + CN-QTD-TROCAS-VALIDAS + CN-QTD-RESUMO-TROCAS
007190
007200     IF CN-QTD-ESPERADO-TOTAL NOT = CN-QTD-MESTRE
007210         SET ARQUIVOS-DESBALANCEADOS TO TRUE
007220         DISPLAY '| TOTAL DO MESTRE NAO CONFERE COM A AUDITORIA'
007230         DISPLAY '| (REPLAY DO PERIODO + SALDO DOS RESUMOS)'
007240     END-IF
007250
007260     IF CN-QTD-INCL-TOTAL NOT = CN-QTD-EXPORT-LINHAS
007270         SET ARQUIVOS-DESBALANCEADOS TO TRUE
007280         DISPLAY '| TOTAL DA EXPORTACAO NAO CONFERE COM AS'
007290         DISPLAY '| INCLUSOES E TROCAS VALIDAS (PERIODO +'
007300         DISPLAY '| RESUMOS)'
007310     END-IF.
007320
007330 6000-EXIT.
007340     EXIT.
007350*-----------------------------------------------------------------
007360* 7000-BUSCA-ESPERADO - PROCURA NO CONJUNTO ESPERADO UMA ENTRADA
007370* ATIVA COM O E-MAIL DE CN-EMAIL-BUSCA; DEVOLVE O SWITCH
007380* EMAIL-ACHADO E A POSICAO EM CN-IDX-ACHADO
007390*-----------------------------------------------------------------
007400 7000-BUSCA-ESPERADO.
007410
007420     MOVE 'N' TO CN-SW-EMAIL-ACHADO
007430     MOVE ZEROS TO CN-IDX-ACHADO
007440
007450     PERFORM 7010-COMPARA-ESPERADO THRU 7010-EXIT
007460         VARYING TE-IDX FROM 1 BY 1
007470         UNTIL TE-IDX > CN-QTD-ESPERADOS
007480            OR EMAIL-ACHADO.
007490
007500 7000-EXIT.
007510     EXIT.
007520*-----------------------------------------------------------------
007530* 7010-COMPARA-ESPERADO - COMPARA A ENTRADA CORRENTE DO CONJUNTO
007540* ESPERADO COM O E-MAIL PROCURADO, CONSIDERANDO SO AS ATIVAS
007550*-----------------------------------------------------------------
007560 7010-COMPARA-ESPERADO.
007570
007580     IF TE-EMAIL(TE-IDX) = CN-EMAIL-BUSCA
007590         AND TE-ENTRADA-ATIVA(TE-IDX)
007600         SET EMAIL-ACHADO TO TRUE
007610         SET CN-IDX-ACHADO TO TE-IDX
007620     END-IF.
007630
007640 7010-EXIT.
007650     EXIT.
007660*-----------------------------------------------------------------
007670* 7100-COMPARA-EXPORTADO - COMPARA A ENTRADA CORRENTE DA TABELA
007680* DE E-MAILS EXPORTADOS COM O E-MAIL DA ENTRADA ESPERADA CORRENTE
007690*-----------------------------------------------------------------
007700 7100-COMPARA-EXPORTADO.
007710
007720     IF TX-EMAIL(TX-IDX) = TE-EMAIL(TE-IDX)
007730         SET EMAIL-ACHADO TO TRUE
007740     END-IF.
007750
007760 7100-EXIT.
007770     EXIT.
007780*-----------------------------------------------------------------
007790* 8000-FINALIZACAO - FECHA OS ARQUIVOS ABERTOS PELO PROGRAMA
007800*-----------------------------------------------------------------
007810 8000-FINALIZACAO.
007820
007830     CLOSE ARQ-AUDITORIA
007840     CLOSE CADASTRO-MESTRE
007850     CLOSE ARQ-EXPORTACAO.
007860
007870 8000-EXIT.
007880     EXIT.
007890*-----------------------------------------------------------------
007900* 9000-RELATORIO-BATIMENTO - EXIBE O RELATORIO DE BATIMENTO COM
007910* OS TOTAIS CRUZADOS E O RESULTADO FINAL DA CONCILIACAO
007920*-----------------------------------------------------------------
007930 9000-RELATORIO-BATIMENTO.
007940
007950     DISPLAY ' '
007960     DISPLAY '**********************************************'
007970     DISPLAY '     RELATORIO DE BATIMENTO - CONCILIACAO     '
007980     DISPLAY '**********************************************'
007990     DISPLAY '| REGISTROS DE AUDITORIA : ' CN-QTD-AUDITORIA
008000     DISPLAY '| INCLUSOES VALIDAS .....: ' CN-QTD-INCL-VALIDAS
008010     DISPLAY '| ALTERACOES VALIDAS ....: ' CN-QTD-ALT-VALIDAS
008020     DISPLAY '| EXCLUSOES VALIDAS .....: ' CN-QTD-EXCL-VALIDAS
008030     DISPLAY '| TROCAS VALIDAS ........: ' CN-QTD-TROCAS-VALIDAS
008040     DISPLAY '| REATIVACOES VALIDAS ...: ' CN-QTD-REAT-VALIDAS
008050     DISPLAY '| MESTRE INATIVOS .......: '
008060         CN-QTD-MESTRE-INATIVOS
008070     DISPLAY '| ATIVOS ESPERADOS ......: '
008080         CN-QTD-ATIVOS-ESPERADOS
008090     IF RESUMO-PRESENTE
008100         DISPLAY '| INCL DOS RESUMOS ......: ' CN-QTD-RESUMO-INCL
008110         DISPLAY '| EXCL DOS RESUMOS ......: ' CN-QTD-RESUMO-EXCL
008120         DISPLAY '| REAT DOS RESUMOS ......: ' CN-QTD-RESUMO-REAT
008130         DISPLAY '| EXCL SOBRE ARQUIVADOS .: '
008140             CN-QTD-EXCL-SEM-TABELA
008150         DISPLAY '| REAT SOBRE ARQUIVADOS .: '
008160             CN-QTD-REAT-SEM-TABELA
008170         DISPLAY '| TROCAS SOBRE ARQUIVADOS: '
008180             CN-QTD-TROCA-SEM-TABELA
008190         DISPLAY '| ESPERADO TOTAL ........: '
008200             CN-QTD-ESPERADO-TOTAL
008210         DISPLAY '| PERIODOS ARQUIVADOS CONFERIDOS POR TOTAIS'
008220     END-IF
008230     DISPLAY '| REGISTROS NO MESTRE ...: ' CN-QTD-MESTRE
008240     DISPLAY '| LINHAS NA EXPORTACAO ..: ' CN-QTD-EXPORT-LINHAS
008250     DISPLAY '| ORFAOS AUDIT X MESTRE .: ' CN-QTD-ORFAOS-AUDIT
008260     DISPLAY '| ORFAOS MESTRE X AUDIT .: ' CN-QTD-ORFAOS-MESTRE
008270     DISPLAY '| ORFAOS AUDIT X EXPORT .: ' CN-QTD-ORFAOS-EXPORT
008280     IF CAPACIDADE-EXCEDIDA
008290         DISPLAY '| ESPERADOS NAO TABELADOS: ' CN-QTD-ESP-PERDIDOS
008300         DISPLAY '| EXPORTADOS N TABELADOS : ' CN-QTD-EXP-PERDIDOS
008310     END-IF
008320     EVALUATE TRUE
008330         WHEN CAPACIDADE-EXCEDIDA
008340             DISPLAY '| RESULTADO .............: PARCIAL'
008350         WHEN ARQUIVOS-DESBALANCEADOS
008360             DISPLAY '| RESULTADO .............: DESBALANCEADO'
008370         WHEN OTHER
008380             DISPLAY '| RESULTADO .............: BALANCEADO'
008390     END-EVALUATE
008400     DISPLAY '**********************************************'.
008410
008420 9000-EXIT.
008430     EXIT.
008440*-----------------------------------------------------------------
008450* 9500-GRAVA-RUNHIST - GRAVA OS TOTAIS DA CONCILIACAO NO
008460* HISTORICO DE EXECUCOES (RUNHIST), UM REGISTRO DATADO POR
008470* CONTADOR, PARA O BATIMENTO DIA-A-DIA (STMCAD095)
008480*-----------------------------------------------------------------
008490 9500-GRAVA-RUNHIST.
008500
008510     OPEN EXTEND ARQ-RUNHIST
008520
008530     IF CN-FS-RUNHIST = '35'
008540         OPEN OUTPUT ARQ-RUNHIST
008550     END-IF
008560
008570     IF CN-FS-RUNHIST NOT = '00'
008580         MOVE 'RUNHIST ' TO CN-ARQUIVO-ERRO
008590         MOVE CN-FS-RUNHIST TO CN-FS-ERRO
008600         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
008610     END-IF
008620
008630     ACCEPT CN-HORA-PROCESSO FROM TIME
008640
008650     MOVE CN-DATA-PROCESSO TO RH-DATA
008660     MOVE CN-HORA-PROCESSO TO RH-HORA
008670     MOVE 'STMCAD015'      TO RH-PROGRAMA
008680
008690     MOVE 'REGISTROS-MESTRE'   TO RH-CONTADOR
008700     MOVE CN-QTD-MESTRE        TO RH-QTD
008710     PERFORM 9510-GRAVA-REGISTRO THRU 9510-EXIT
008720
008730     MOVE 'MESTRE-INATIVOS'    TO RH-CONTADOR
008740     MOVE CN-QTD-MESTRE-INATIVOS TO RH-QTD
008750     PERFORM 9510-GRAVA-REGISTRO THRU 9510-EXIT
008760
008770     MOVE 'AUDITORIA-LIDA'     TO RH-CONTADOR
008780     MOVE CN-QTD-AUDITORIA     TO RH-QTD
008790     PERFORM 9510-GRAVA-REGISTRO THRU 9510-EXIT
008800
008810     MOVE 'ESPERADO-TOTAL'     TO RH-CONTADOR
008820     MOVE CN-QTD-ESPERADO-TOTAL TO RH-QTD
008830     PERFORM 9510-GRAVA-REGISTRO THRU 9510-EXIT
008840
008850     CLOSE ARQ-RUNHIST.
008860
008870 9500-EXIT.
008880     EXIT.
008890*-----------------------------------------------------------------
008900* 9510-GRAVA-REGISTRO - GRAVA O REGISTRO CORRENTE DO HISTORICO
008910* DE EXECUCOES, CONFERINDO O FILE STATUS
008920*-----------------------------------------------------------------
008930 9510-GRAVA-REGISTRO.
008940
008950     WRITE REG-RUNHIST.
008960
008970     IF CN-FS-RUNHIST NOT = '00'
008980         MOVE 'RUNHIST ' TO CN-ARQUIVO-ERRO
008990         MOVE CN-FS-RUNHIST TO CN-FS-ERRO
009000         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
009010     END-IF.
009020
009030 9510-EXIT.
009040     EXIT.
009050*-----------------------------------------------------------------
009060* 9900-ERRO-FATAL-ES - EXIBE O ARQUIVO E O FILE STATUS DA
009070* OPERACAO DE E/S QUE FALHOU E ENCERRA COM CODIGO DE RETORNO 16
009080*-----------------------------------------------------------------
009090 9900-ERRO-FATAL-ES.
009100
009110     DISPLAY '**********************************************'
009120     DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO ' CN-ARQUIVO-ERRO
009130     DISPLAY '  FILE STATUS: ' CN-FS-ERRO
009140     DISPLAY '**********************************************'
009150
009160     MOVE 16 TO RETURN-CODE
009170
009180     STOP RUN.
009190
009200 9900-EXIT.
009210     EXIT.
009220 END PROGRAM STMCAD015.
