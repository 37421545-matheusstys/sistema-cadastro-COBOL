000010******************************************************************
000020* AUTHOR.     MATHEUS STYS
000030* INSTALLATION. DEPTO DE SISTEMAS
000040* DATE-WRITTEN. 15/10/26
000050* DATE-COMPILED.
000060* PURPOSE.    FEED DIARIO DE MUDANCAS DO MESTRE DE CADASTRO PARA
000070*             OS SISTEMAS RECEPTORES. LE O JORNAL DE IMAGENS
000080*             (JRNMEST) A PARTIR DO PONTO EM QUE O ULTIMO FEED
000090*             PAROU, GUARDADO NO CONTROLE DO FEED (FEEDCTL), E
000100*             GRAVA NO FEEDMEST (LAYOUT FEEDREG) UM DETALHE POR
000110*             MUDANCA COM A IMAGEM INTEIRA DO CADASTRO E A
000120*             OPERACAO: GRAVACAO = NOVO; REGRAVACAO = INATIVADO
000130*             (SITUACAO A -> I), REATIVADO (I -> A) OU ALTERADO
000140*             (DEMAIS: ALTERACAO, DEVOLUCAO, CONSENTIMENTO,
000150*             CORRECAO ONLINE); ELIMINACAO = EXPURGADO; E A
000160*             GRAVACAO SEGUIDA DA ELIMINACAO DA MESMA TRANSACAO
000170*             DO STMCAD010 (MESMA DATA E SEQUENCIA) = E-MAIL
000180*             TROCADO. HEADER COM O NUMERO DO FEED E TRAILER COM
000190*             AS QUANTIDADES. AO FIM GRAVA NO FEEDCTL O NUMERO,
000200*             A FAIXA DO JORNAL ENVIADA E A DATA, HORA E
000210*             SEQUENCIA DO ULTIMO REGISTRO, DE MODO QUE UMA
000220*             REEXECUCAO NAO PULA NEM REPETE MUDANCAS; O
000230*             REGISTRO DO JORNAL NA POSICAO GUARDADA E CONFERIDO
000240*             ANTES DE CONTINUAR. PARAMETRO EM SYSIN:
000250*             ENVIO=DIARIO (FEED NOVO) OU REENVIO=<NUMERO>, QUE
000260*             REGERA O FEED INDICADO PELA CONCILIACAO DO
000270*             RETORNO (STMCAD046) COM A MESMA FAIXA DO JORNAL E
000280*             O MESMO NUMERO. ENCERRA COM RC 4 QUANDO HA
000290*             OPERACAO DESCONHECIDA NO JORNAL OU O REENVIO
000300*             DIFERE DA QUANTIDADE ORIGINAL, RC 8 COM PARAMETRO
000310*             INVALIDO OU FEED INEXISTENTE E RC 16 EM ERRO FATAL
000320*             OU JORNAL QUE NAO CONFERE COM O CONTROLE.
000330* TECTONICS.  cobc
000340******************************************************************
000350* MODIFICATION HISTORY
000360*   15/10/26  MS    PROGRAMA ORIGINAL
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. STMCAD045.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ARQ-JORNAL ASSIGN TO JRNMEST
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS FE-FS-JORNAL.
000460     SELECT ARQ-CONTROLE ASSIGN TO FEEDCTL
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS CF-NUMERO-FEED
000500         FILE STATUS IS FE-FS-CONTROLE.
000510     SELECT ARQ-FEED ASSIGN TO FEEDMEST
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS FE-FS-FEED.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ARQ-JORNAL
000570     RECORDING MODE IS F.
000580     COPY JRNLREG.
000590 FD  ARQ-CONTROLE.
000600     COPY FCTLREG.
000610 FD  ARQ-FEED
000620     RECORDING MODE IS F.
000630     COPY FEEDREG.
000640 WORKING-STORAGE SECTION.
000650
000660 01  FE-SWITCHES.
000670     02  FE-SW-FIM-JORNAL              PIC X(01) VALUE 'N'.
000680         88  FIM-JORNAL                VALUE 'S'.
000690     02  FE-SW-FIM-CONTROLE            PIC X(01) VALUE 'N'.
000700         88  FIM-CONTROLE              VALUE 'S'.
000710     02  FE-SW-TIPO-ENVIO              PIC X(01) VALUE 'D'.
000720         88  ENVIO-DIARIO              VALUE 'D'.
000730         88  ENVIO-REENVIO             VALUE 'R'.
000740     02  FE-SW-CONTROLE-VAZIO          PIC X(01) VALUE 'N'.
000750         88  CONTROLE-VAZIO            VALUE 'S'.
000760     02  FE-SW-AVISO                   PIC X(01) VALUE 'N'.
000770         88  AVISO-EMITIDO             VALUE 'S'.
000780     02  FE-SITUACAO-ANTES             PIC X(01) VALUE SPACES.
000790         88  ANTES-ATIVO               VALUE 'A'.
000800         88  ANTES-INATIVO             VALUE 'I'.
000810
000820 01  FE-FS-JORNAL                      PIC X(02) VALUE '00'.
000830 01  FE-FS-CONTROLE                    PIC X(02) VALUE '00'.
000840 01  FE-FS-FEED                        PIC X(02) VALUE '00'.
000850
000860     COPY CADMREG.
000870
000880 77  FE-CARTAO                         PIC X(80) VALUE SPACES.
000890 77  FE-DATA-PROCESSO                  PIC X(08) VALUE SPACES.
000900 77  FE-HORA-PROCESSO                  PIC X(08) VALUE SPACES.
000910 77  FE-ARQUIVO-ERRO                   PIC X(08) VALUE SPACES.
000920 77  FE-FS-ERRO                        PIC X(02) VALUE SPACES.
000930 77  FE-NUMERO-FEED                    PIC 9(06) VALUE ZEROS.
000940
000950 01  FE-POSICOES-JORNAL.
000960     02  FE-POSICAO                    PIC 9(09) VALUE ZEROS.
000970     02  FE-POSICAO-PARTIDA            PIC 9(09) VALUE ZEROS.
000980     02  FE-POSICAO-LIMITE             PIC 9(09) VALUE 999999999.
000990     02  FE-POSICAO-CONFERE            PIC 9(09) VALUE ZEROS.
001000     02  FE-POSICAO-INICIAL            PIC 9(09) VALUE ZEROS.
001010
001020 01  FE-PONTO-CONFERE.
001030     02  FE-CONF-DATA                  PIC X(08) VALUE SPACES.
001040     02  FE-CONF-HORA                  PIC X(08) VALUE SPACES.
001050     02  FE-CONF-SEQUENCIA             PIC 9(06) VALUE ZEROS.
001060
001070 01  FE-PONTO-FINAL.
001080     02  FE-ULT-DATA                   PIC X(08) VALUE SPACES.
001090     02  FE-ULT-HORA                   PIC X(08) VALUE SPACES.
001100     02  FE-ULT-SEQUENCIA              PIC 9(06) VALUE ZEROS.
001110
001120 01  FE-GRAVACAO-RETIDA.
001130     02  FE-RET-DATA                   PIC X(08) VALUE SPACES.
001140     02  FE-RET-HORA                   PIC X(08) VALUE SPACES.
001150     02  FE-RET-SEQUENCIA              PIC 9(06) VALUE ZEROS.
001160     02  FE-RET-IMAGEM                 PIC X(225) VALUE SPACES.
001170
001180 01  FE-MUDANCA.
001190     02  FE-OPERACAO                   PIC X(01) VALUE SPACES.
001200     02  FE-MUD-DATA                   PIC X(08) VALUE SPACES.
001210     02  FE-MUD-HORA                   PIC X(08) VALUE SPACES.
001220     02  FE-EMAIL-ANTERIOR             PIC X(30) VALUE SPACES.
001230     02  FE-MUD-IMAGEM                 PIC X(225) VALUE SPACES.
001240
001250 01  FE-CONTADORES.
001260     02  FE-QTD-LIDOS                  PIC 9(08) VALUE ZEROS.
001270     02  FE-QTD-DETALHES               PIC 9(08) VALUE ZEROS.
001280     02  FE-QTD-NOVOS                  PIC 9(08) VALUE ZEROS.
001290     02  FE-QTD-ALTERADOS              PIC 9(08) VALUE ZEROS.
001300     02  FE-QTD-INATIVADOS             PIC 9(08) VALUE ZEROS.
001310     02  FE-QTD-REATIVADOS             PIC 9(08) VALUE ZEROS.
001320     02  FE-QTD-EXPURGADOS             PIC 9(08) VALUE ZEROS.
001330     02  FE-QTD-TROCAS                 PIC 9(08) VALUE ZEROS.
001340     02  FE-QTD-DESCONHECIDAS          PIC 9(08) VALUE ZEROS.
001350
001360 PROCEDURE DIVISION.
001370*-----------------------------------------------------------------
001380* 0000-MAINLINE - CONTROLA A LEITURA DO PARAMETRO, O
001390* POSICIONAMENTO NO JORNAL, A GRAVACAO DO FEED E A ATUALIZACAO
001400* DO CONTROLE
001410*-----------------------------------------------------------------
001420 0000-MAINLINE.
001430
001440     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
001450
001460     PERFORM 2000-PROCESSA-JORNAL THRU 2000-EXIT
001470         UNTIL FIM-JORNAL.
001480
001490     PERFORM 3000-GRAVA-TRAILER THRU 3000-EXIT.
001500
001510     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
001520
001530     PERFORM 8500-ATUALIZA-CONTROLE THRU 8500-EXIT.
001540
001550     PERFORM 9000-RELATORIO-FEED THRU 9000-EXIT.
001560
001570     PERFORM 9100-DEFINE-RETORNO THRU 9100-EXIT.
001580
001590     STOP RUN.
001600*-----------------------------------------------------------------
001610* 1000-INICIALIZACAO - LE O PARAMETRO, ABRE OS ARQUIVOS, LOCALIZA
001620* NO FEEDCTL O PONTO DE PARTIDA (ULTIMO FEED OU FEED A REENVIAR),
001630* POSICIONA O JORNAL, GRAVA O HEADER E LE O PRIMEIRO REGISTRO
001640* DA FAIXA
001650*-----------------------------------------------------------------
001660 1000-INICIALIZACAO.
001670
001680     DISPLAY '**********************************************'
001690     DISPLAY '     FEED DE MUDANCAS DO MESTRE DE CADASTRO   '
001700     DISPLAY '**********************************************'
001710
001720     ACCEPT FE-DATA-PROCESSO FROM DATE YYYYMMDD
001730     ACCEPT FE-HORA-PROCESSO FROM TIME
001740
001750     PERFORM 1100-LE-PARAMETRO THRU 1100-EXIT
001760
001770     OPEN I-O ARQ-CONTROLE.
001780
001790     IF FE-FS-CONTROLE = '35'
001800         AND ENVIO-DIARIO
001810         SET CONTROLE-VAZIO TO TRUE
001820         OPEN OUTPUT ARQ-CONTROLE
001830     END-IF
001840
001850     IF FE-FS-CONTROLE = '35'
001860         PERFORM 9820-FEED-INEXISTENTE THRU 9820-EXIT
001870     END-IF
001880
001890     IF FE-FS-CONTROLE NOT = '00'
001900         MOVE 'FEEDCTL ' TO FE-ARQUIVO-ERRO
001910         MOVE FE-FS-CONTROLE TO FE-FS-ERRO
001920         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
001930     END-IF.
001940
001950     IF ENVIO-REENVIO
001960         PERFORM 1300-LOCALIZA-REENVIO THRU 1300-EXIT
001970     ELSE
001980         PERFORM 1200-LOCALIZA-ULTIMO THRU 1200-EXIT
001990     END-IF.
002000
002010     OPEN INPUT ARQ-JORNAL.
002020
002030     IF FE-FS-JORNAL NOT = '00'
002040         MOVE 'JRNMEST ' TO FE-ARQUIVO-ERRO
002050         MOVE FE-FS-JORNAL TO FE-FS-ERRO
002060         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002070     END-IF.
002080
002090     OPEN OUTPUT ARQ-FEED.
002100
002110     IF FE-FS-FEED NOT = '00'
002120         MOVE 'FEEDMEST' TO FE-ARQUIVO-ERRO
002130         MOVE FE-FS-FEED TO FE-FS-ERRO
002140         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002150     END-IF.
002160
002170     DISPLAY '| DATA DO PROCESSAMENTO: ' FE-DATA-PROCESSO
002180     DISPLAY '| NUMERO DO FEED .......: ' FE-NUMERO-FEED
002190     DISPLAY '| REGISTROS JA ENVIADOS : ' FE-POSICAO-PARTIDA
002200
002210     PERFORM 1400-POSICIONA-JORNAL THRU 1400-EXIT
002220
002230     PERFORM 1500-GRAVA-HEADER THRU 1500-EXIT
002240
002250     PERFORM 2100-LE-JORNAL THRU 2100-EXIT.
002260
002270 1000-EXIT.
002280     EXIT.
002290*-----------------------------------------------------------------
002300* 1100-LE-PARAMETRO - LE E CRITICA O CARTAO DE SYSIN:
002310* ENVIO=DIARIO OU REENVIO=<NUMERO DO FEED, 6 DIGITOS>
002320*-----------------------------------------------------------------
002330 1100-LE-PARAMETRO.
002340
002350     MOVE SPACES TO FE-CARTAO
002360     ACCEPT FE-CARTAO
002370
002380     IF FE-CARTAO(1:12) = 'ENVIO=DIARIO'
002390         SET ENVIO-DIARIO TO TRUE
002400         GO TO 1100-EXIT
002410     END-IF
002420
002430     IF FE-CARTAO(1:8) NOT = 'REENVIO='
002440         OR FE-CARTAO(9:6) IS NOT NUMERIC
002450         PERFORM 9800-PARAMETRO-INVALIDO THRU 9800-EXIT
002460     END-IF
002470
002480     MOVE FE-CARTAO(9:6) TO FE-NUMERO-FEED
002490
002500     IF FE-NUMERO-FEED = ZEROS
002510         PERFORM 9800-PARAMETRO-INVALIDO THRU 9800-EXIT
002520     END-IF
002530
002540     SET ENVIO-REENVIO TO TRUE.
002550
002560 1100-EXIT.
002570     EXIT.
002580*-----------------------------------------------------------------
002590* 1200-LOCALIZA-ULTIMO - PERCORRE O FEEDCTL ATE O ULTIMO FEED
002600* GERADO: O FEED NOVO RECEBE O NUMERO SEGUINTE E PARTE DO
002610* REGISTRO DO JORNAL APOS O ULTIMO ENVIADO, QUE E CONFERIDO PELA
002620* DATA, HORA E SEQUENCIA GUARDADAS. FEEDCTL AINDA VAZIO (PRIMEIRO
002630* FEED) ENVIA O JORNAL DESDE O INICIO
002640*-----------------------------------------------------------------
002650 1200-LOCALIZA-ULTIMO.
002660
002670     MOVE ZEROS TO FE-NUMERO-FEED
002680
002690     IF CONTROLE-VAZIO
002700         SET FIM-CONTROLE TO TRUE
002710     ELSE
002720         MOVE ZEROS TO CF-NUMERO-FEED
002730         START ARQ-CONTROLE KEY NOT < CF-NUMERO-FEED
002740             INVALID KEY
002750                 SET FIM-CONTROLE TO TRUE
002760         END-START
002770     END-IF
002780
002790     PERFORM 1210-LE-CONTROLE THRU 1210-EXIT
002800         UNTIL FIM-CONTROLE
002810
002820     ADD 1 TO FE-NUMERO-FEED
002830
002840     MOVE FE-POSICAO-PARTIDA TO FE-POSICAO-CONFERE
002850     MOVE 999999999          TO FE-POSICAO-LIMITE
002860     MOVE FE-CONF-DATA       TO FE-ULT-DATA
002870     MOVE FE-CONF-HORA       TO FE-ULT-HORA
002880     MOVE FE-CONF-SEQUENCIA  TO FE-ULT-SEQUENCIA.
002890
002900 1200-EXIT.
002910     EXIT.
002920*-----------------------------------------------------------------
002930* 1210-LE-CONTROLE - LE O PROXIMO FEED DO FEEDCTL E GUARDA O
002940* NUMERO E O PONTO FINAL DELE
002950*-----------------------------------------------------------------
002960 1210-LE-CONTROLE.
002970
002980     READ ARQ-CONTROLE NEXT
002990         AT END
003000             SET FIM-CONTROLE TO TRUE
003010             GO TO 1210-EXIT
003020     END-READ
003030
003040     IF FE-FS-CONTROLE NOT = '00'
003050         MOVE 'FEEDCTL ' TO FE-ARQUIVO-ERRO
003060         MOVE FE-FS-CONTROLE TO FE-FS-ERRO
003070         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003080     END-IF
003090
003100     MOVE CF-NUMERO-FEED     TO FE-NUMERO-FEED
003110     MOVE CF-POSICAO-FINAL   TO FE-POSICAO-PARTIDA
003120     MOVE CF-ULT-DATA        TO FE-CONF-DATA
003130     MOVE CF-ULT-HORA        TO FE-CONF-HORA
003140     MOVE CF-ULT-SEQUENCIA   TO FE-CONF-SEQUENCIA.
003150
003160 1210-EXIT.
003170     EXIT.
003180*-----------------------------------------------------------------
003190* 1300-LOCALIZA-REENVIO - LE NO FEEDCTL O FEED A REENVIAR E
003200* DELIMITA A MESMA FAIXA DO JORNAL ENVIADA ORIGINALMENTE; O
003210* ULTIMO REGISTRO DA FAIXA E CONFERIDO PELA DATA, HORA E
003220* SEQUENCIA GUARDADAS
003230*-----------------------------------------------------------------
003240 1300-LOCALIZA-REENVIO.
003250
003260     MOVE FE-NUMERO-FEED TO CF-NUMERO-FEED
003270
003280     READ ARQ-CONTROLE
003290         INVALID KEY
003300             PERFORM 9820-FEED-INEXISTENTE THRU 9820-EXIT
003310     END-READ
003320
003330     IF FE-FS-CONTROLE NOT = '00'
003340         MOVE 'FEEDCTL ' TO FE-ARQUIVO-ERRO
003350         MOVE FE-FS-CONTROLE TO FE-FS-ERRO
003360         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003370     END-IF
003380
003390     IF CF-POSICAO-INICIAL = ZEROS
003400         MOVE CF-POSICAO-FINAL TO FE-POSICAO-PARTIDA
003410     ELSE
003420         COMPUTE FE-POSICAO-PARTIDA = CF-POSICAO-INICIAL - 1
003430     END-IF
003440
003450     MOVE CF-POSICAO-FINAL   TO FE-POSICAO-LIMITE
003460     MOVE CF-POSICAO-FINAL   TO FE-POSICAO-CONFERE
003470     MOVE CF-ULT-DATA        TO FE-CONF-DATA
003480     MOVE CF-ULT-HORA        TO FE-CONF-HORA
003490     MOVE CF-ULT-SEQUENCIA   TO FE-CONF-SEQUENCIA.
003500
003510 1300-EXIT.
003520     EXIT.
003530*-----------------------------------------------------------------
003540* 1400-POSICIONA-JORNAL - SALTA OS REGISTROS DO JORNAL JA
003550* ENVIADOS; JORNAL MAIS CURTO QUE O PONTO GUARDADO NAO CONFERE
003560* COM O CONTROLE
003570*-----------------------------------------------------------------
003580 1400-POSICIONA-JORNAL.
003590
003600     PERFORM 2100-LE-JORNAL THRU 2100-EXIT
003610         UNTIL FE-POSICAO = FE-POSICAO-PARTIDA
003620         OR FIM-JORNAL
003630
003640     IF FE-POSICAO < FE-POSICAO-PARTIDA
003650         PERFORM 9810-JORNAL-DIVERGENTE THRU 9810-EXIT
003660     END-IF.
003670
003680 1400-EXIT.
003690     EXIT.
003700*-----------------------------------------------------------------
003710* 1500-GRAVA-HEADER - GRAVA O HEADER DO FEED COM O NUMERO, A DATA
003720* E HORA DE GERACAO E A INDICACAO DE REENVIO
003730*-----------------------------------------------------------------
003740 1500-GRAVA-HEADER.
003750
003760     MOVE SPACES             TO REG-FEED
003770     SET FD-HEADER           TO TRUE
003780     MOVE FE-NUMERO-FEED     TO FD-NUMERO-FEED
003790     MOVE FE-DATA-PROCESSO   TO FD-HDR-DATA-GERACAO
003800     MOVE FE-HORA-PROCESSO   TO FD-HDR-HORA-GERACAO
003810
003820     IF ENVIO-REENVIO
003830         MOVE 'S' TO FD-HDR-REENVIO
003840     ELSE
003850         MOVE 'N' TO FD-HDR-REENVIO
003860     END-IF
003870
003880     WRITE REG-FEED.
003890
003900     IF FE-FS-FEED NOT = '00'
003910         MOVE 'FEEDMEST' TO FE-ARQUIVO-ERRO
003920         MOVE FE-FS-FEED TO FE-FS-ERRO
003930         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003940     END-IF.
003950
003960 1500-EXIT.
003970     EXIT.
003980*-----------------------------------------------------------------
003990* 2000-PROCESSA-JORNAL - TRATA O REGISTRO CORRENTE DO JORNAL
004000* PELA OPERACAO FISICA E LE O SEGUINTE (A GRAVACAO LE O SEGUINTE
004010* POR CONTA PROPRIA, PARA RECONHECER A TROCA DE E-MAIL)
004020*-----------------------------------------------------------------
004030 2000-PROCESSA-JORNAL.
004040
004050     IF JN-OP-GRAVACAO
004060         PERFORM 2200-TRATA-GRAVACAO THRU 2200-EXIT
004070         GO TO 2000-EXIT
004080     END-IF
004090
004100     IF JN-OP-REGRAVACAO
004110         PERFORM 2300-TRATA-REGRAVACAO THRU 2300-EXIT
004120     ELSE
004130         IF JN-OP-ELIMINACAO
004140             PERFORM 2400-TRATA-ELIMINACAO THRU 2400-EXIT
004150         ELSE
004160             ADD 1 TO FE-QTD-DESCONHECIDAS
004170             SET AVISO-EMITIDO TO TRUE
004180             DISPLAY '| AVISO: OPERACAO DESCONHECIDA NO JORNAL: '
004190                 JN-OPERACAO ' NA POSICAO ' FE-POSICAO
004200         END-IF
004210     END-IF
004220
004230     PERFORM 2100-LE-JORNAL THRU 2100-EXIT.
004240
004250 2000-EXIT.
004260     EXIT.
004270*-----------------------------------------------------------------
004280* 2100-LE-JORNAL - LE O PROXIMO REGISTRO DO JORNAL ATE O LIMITE
004290* DA FAIXA, CONFERE O REGISTRO NA POSICAO GUARDADA NO CONTROLE E
004300* GUARDA A DATA, HORA E SEQUENCIA DO ULTIMO REGISTRO DA FAIXA
004310*-----------------------------------------------------------------
004320 2100-LE-JORNAL.
004330
004340     IF FE-POSICAO NOT < FE-POSICAO-LIMITE
004350         SET FIM-JORNAL TO TRUE
004360         GO TO 2100-EXIT
004370     END-IF
004380
004390     READ ARQ-JORNAL
004400         AT END
004410             SET FIM-JORNAL TO TRUE
004420             GO TO 2100-EXIT
004430     END-READ
004440
004450     IF FE-FS-JORNAL NOT = '00'
004460         MOVE 'JRNMEST ' TO FE-ARQUIVO-ERRO
004470         MOVE FE-FS-JORNAL TO FE-FS-ERRO
004480         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
004490     END-IF
004500
004510     ADD 1 TO FE-POSICAO
004520
004530     IF FE-POSICAO = FE-POSICAO-CONFERE
004540         IF JN-DATA NOT = FE-CONF-DATA
004550             OR JN-HORA NOT = FE-CONF-HORA
004560             OR JN-SEQUENCIA NOT = FE-CONF-SEQUENCIA
004570             PERFORM 9810-JORNAL-DIVERGENTE THRU 9810-EXIT
004580         END-IF
004590     END-IF
004600
004610     IF FE-POSICAO NOT > FE-POSICAO-PARTIDA
004620         GO TO 2100-EXIT
004630     END-IF
004640
004650     IF FE-POSICAO-INICIAL = ZEROS
004660         MOVE FE-POSICAO TO FE-POSICAO-INICIAL
004670     END-IF
004680
004690     ADD 1 TO FE-QTD-LIDOS
004700
004710     MOVE JN-DATA            TO FE-ULT-DATA
004720     MOVE JN-HORA            TO FE-ULT-HORA
004730     MOVE JN-SEQUENCIA       TO FE-ULT-SEQUENCIA.
004740
004750 2100-EXIT.
004760     EXIT.
004770*-----------------------------------------------------------------
004780* 2200-TRATA-GRAVACAO - RETEM A GRAVACAO E LE O REGISTRO
004790* SEGUINTE: ELIMINACAO DA MESMA DATA E SEQUENCIA DE TRANSACAO
004800* (TROCA DE E-MAIL DO STMCAD010: GRAVA O E-MAIL NOVO E ELIMINA O
004810* ANTIGO) VIRA UM UNICO DETALHE DE E-MAIL TROCADO; QUALQUER
004820* OUTRO REGISTRO FAZ DA GRAVACAO UM CADASTRO NOVO E FICA PARA A
004830* PROXIMA VOLTA
004840*-----------------------------------------------------------------
004850 2200-TRATA-GRAVACAO.
004860
004870     MOVE JN-DATA            TO FE-RET-DATA
004880     MOVE JN-HORA            TO FE-RET-HORA
004890     MOVE JN-SEQUENCIA       TO FE-RET-SEQUENCIA
004900     MOVE JN-IMAGEM-DEPOIS   TO FE-RET-IMAGEM
004910
004920     PERFORM 2100-LE-JORNAL THRU 2100-EXIT
004930
004940     MOVE FE-RET-DATA        TO FE-MUD-DATA
004950     MOVE FE-RET-HORA        TO FE-MUD-HORA
004960     MOVE FE-RET-IMAGEM      TO FE-MUD-IMAGEM
004970
004980     IF NOT FIM-JORNAL
004990         AND JN-OP-ELIMINACAO
005000         AND JN-DATA = FE-RET-DATA
005010         AND JN-SEQUENCIA = FE-RET-SEQUENCIA
005020         AND FE-RET-SEQUENCIA > ZEROS
005030         MOVE JN-IMAGEM-ANTES TO REG-CADASTRO-MESTRE
005040         MOVE CM-EMAIL        TO FE-EMAIL-ANTERIOR
005050         MOVE 'T'             TO FE-OPERACAO
005060         PERFORM 2500-GRAVA-DETALHE THRU 2500-EXIT
005070         PERFORM 2100-LE-JORNAL THRU 2100-EXIT
005080         GO TO 2200-EXIT
005090     END-IF
005100
005110     MOVE SPACES             TO FE-EMAIL-ANTERIOR
005120     MOVE 'N'                TO FE-OPERACAO
005130     PERFORM 2500-GRAVA-DETALHE THRU 2500-EXIT.
005140
005150 2200-EXIT.
005160     EXIT.
005170*-----------------------------------------------------------------
005180* 2300-TRATA-REGRAVACAO - CLASSIFICA A REGRAVACAO PELA SITUACAO
005190* ANTES E DEPOIS: A -> I INATIVADO, I -> A REATIVADO, DEMAIS
005200* ALTERADO; O DETALHE LEVA A IMAGEM DEPOIS
005210*-----------------------------------------------------------------
005220 2300-TRATA-REGRAVACAO.
005230
005240     MOVE JN-IMAGEM-ANTES    TO REG-CADASTRO-MESTRE
005250     MOVE CM-SITUACAO        TO FE-SITUACAO-ANTES
005260     MOVE JN-IMAGEM-DEPOIS   TO REG-CADASTRO-MESTRE
005270
005280     MOVE 'A'                TO FE-OPERACAO
005290
005300     IF ANTES-ATIVO
005310         AND CM-INATIVO
005320         MOVE 'I' TO FE-OPERACAO
005330     END-IF
005340
005350     IF ANTES-INATIVO
005360         AND CM-ATIVO
005370         MOVE 'R' TO FE-OPERACAO
005380     END-IF
005390
005400     MOVE JN-DATA            TO FE-MUD-DATA
005410     MOVE JN-HORA            TO FE-MUD-HORA
005420     MOVE SPACES             TO FE-EMAIL-ANTERIOR
005430     MOVE JN-IMAGEM-DEPOIS   TO FE-MUD-IMAGEM
005440
005450     PERFORM 2500-GRAVA-DETALHE THRU 2500-EXIT.
005460
005470 2300-EXIT.
005480     EXIT.
005490*-----------------------------------------------------------------
005500* 2400-TRATA-ELIMINACAO - ELIMINACAO FISICA FORA DA TROCA DE
005510* E-MAIL E O EXPURGO DO STMCAD060; O DETALHE LEVA A IMAGEM
005520* ANTERIOR A ELIMINACAO
005530*-----------------------------------------------------------------
005540 2400-TRATA-ELIMINACAO.
005550
005560     MOVE 'X'                TO FE-OPERACAO
005570     MOVE JN-DATA            TO FE-MUD-DATA
005580     MOVE JN-HORA            TO FE-MUD-HORA
005590     MOVE SPACES             TO FE-EMAIL-ANTERIOR
005600     MOVE JN-IMAGEM-ANTES    TO FE-MUD-IMAGEM
005610
005620     PERFORM 2500-GRAVA-DETALHE THRU 2500-EXIT.
005630
005640 2400-EXIT.
005650     EXIT.
005660*-----------------------------------------------------------------
005670* 2500-GRAVA-DETALHE - GRAVA NO FEED O DETALHE DA MUDANCA
005680* MONTADA EM FE-MUDANCA E SOMA NA QUANTIDADE DA OPERACAO
005690*-----------------------------------------------------------------
005700 2500-GRAVA-DETALHE.
005710
005720     MOVE SPACES             TO REG-FEED
005730     SET FD-DETALHE          TO TRUE
005740     MOVE FE-NUMERO-FEED     TO FD-NUMERO-FEED
005750     MOVE FE-OPERACAO        TO FD-OPERACAO
005760     MOVE FE-MUD-DATA        TO FD-DATA-MUDANCA
005770     MOVE FE-MUD-HORA        TO FD-HORA-MUDANCA
005780     MOVE FE-EMAIL-ANTERIOR  TO FD-EMAIL-ANTERIOR
005790     MOVE FE-MUD-IMAGEM      TO FD-IMAGEM
005800
005810     WRITE REG-FEED.
005820
005830     IF FE-FS-FEED NOT = '00'
005840         MOVE 'FEEDMEST' TO FE-ARQUIVO-ERRO
005850         MOVE FE-FS-FEED TO FE-FS-ERRO
005860         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
005870     END-IF
005880
005890     ADD 1 TO FE-QTD-DETALHES
005900
005910     EVALUATE TRUE
005920         WHEN FD-OP-NOVO
005930             ADD 1 TO FE-QTD-NOVOS
005940         WHEN FD-OP-ALTERADO
005950             ADD 1 TO FE-QTD-ALTERADOS
005960         WHEN FD-OP-INATIVADO
005970             ADD 1 TO FE-QTD-INATIVADOS
005980         WHEN FD-OP-REATIVADO
005990             ADD 1 TO FE-QTD-REATIVADOS
006000         WHEN FD-OP-EXPURGADO
006010             ADD 1 TO FE-QTD-EXPURGADOS
006020         WHEN FD-OP-TROCA-EMAIL
006030             ADD 1 TO FE-QTD-TROCAS
006040     END-EVALUATE.
006050
006060 2500-EXIT.
006070     EXIT.
006080*-----------------------------------------------------------------
006090* 3000-GRAVA-TRAILER - GRAVA O TRAILER DO FEED COM A QUANTIDADE
006100* DE DETALHES E AS QUANTIDADES POR OPERACAO
006110*-----------------------------------------------------------------
006120 3000-GRAVA-TRAILER.
006130
006140     MOVE SPACES             TO REG-FEED
006150     SET FD-TRAILER          TO TRUE
006160     MOVE FE-NUMERO-FEED     TO FD-NUMERO-FEED
006170     MOVE FE-QTD-DETALHES    TO FD-TRL-QTD-DETALHES
006180     MOVE FE-QTD-NOVOS       TO FD-TRL-QTD-NOVOS
006190     MOVE FE-QTD-ALTERADOS   TO FD-TRL-QTD-ALTERADOS
006200     MOVE FE-QTD-INATIVADOS  TO FD-TRL-QTD-INATIVADOS
006210     MOVE FE-QTD-REATIVADOS  TO FD-TRL-QTD-REATIVADOS
006220     MOVE FE-QTD-EXPURGADOS  TO FD-TRL-QTD-EXPURGADOS
006230     MOVE FE-QTD-TROCAS      TO FD-TRL-QTD-TROCAS
006240
006250     WRITE REG-FEED.
006260
006270     IF FE-FS-FEED NOT = '00'
006280         MOVE 'FEEDMEST' TO FE-ARQUIVO-ERRO
006290         MOVE FE-FS-FEED TO FE-FS-ERRO
006300         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
006310     END-IF.
006320
006330 3000-EXIT.
006340     EXIT.
006350*-----------------------------------------------------------------
006360* 8000-FINALIZACAO - FECHA O JORNAL E O FEED; O FEEDCTL SO E
006370* ATUALIZADO DEPOIS, COM O FEED COMPLETO
006380*-----------------------------------------------------------------
006390 8000-FINALIZACAO.
006400
006410     CLOSE ARQ-JORNAL
006420     CLOSE ARQ-FEED.
006430
006440 8000-EXIT.
006450     EXIT.
006460*-----------------------------------------------------------------
006470* 8500-ATUALIZA-CONTROLE - GRAVA O FEED DIARIO NOVO OU ATUALIZA
006480* O FEED REENVIADO NO FEEDCTL E FECHA O ARQUIVO
006490*-----------------------------------------------------------------
006500 8500-ATUALIZA-CONTROLE.
006510
006520     IF ENVIO-REENVIO
006530         PERFORM 8600-REGRAVA-REENVIO THRU 8600-EXIT
006540     ELSE
006550         PERFORM 8700-GRAVA-FEED-NOVO THRU 8700-EXIT
006560     END-IF
006570
006580     CLOSE ARQ-CONTROLE.
006590
006600 8500-EXIT.
006610     EXIT.
006620*-----------------------------------------------------------------
006630* 8600-REGRAVA-REENVIO - ATUALIZA NO FEEDCTL O FEED REENVIADO;
006640* QUANTIDADE DE DETALHES DIFERENTE DA ORIGINAL (JORNAL ALTERADO
006650* DEPOIS DO ENVIO) E AVISADA E PASSA A VALER A DO REENVIO, QUE E
006660* A QUE O RECEPTOR VAI CONFIRMAR
006670*-----------------------------------------------------------------
006680 8600-REGRAVA-REENVIO.
006690
006700     IF FE-QTD-DETALHES NOT = CF-QTD-DETALHES
006710         SET AVISO-EMITIDO TO TRUE
006720         DISPLAY '| AVISO: REENVIO COM QUANTIDADE DIFERENTE DA '
006730             'ORIGINAL'
006740         DISPLAY '| ORIGINAL: ' CF-QTD-DETALHES
006750             ' REENVIO: ' FE-QTD-DETALHES
006760         MOVE FE-QTD-DETALHES TO CF-QTD-DETALHES
006770     END-IF
006780
006790     ADD 1                   TO CF-QTD-REENVIOS
006800     MOVE FE-DATA-PROCESSO   TO CF-DATA-REENVIO
006810     SET CF-PENDENTE         TO TRUE
006820     MOVE SPACES             TO CF-DATA-RETORNO
006830     MOVE ZEROS              TO CF-QTD-RETORNO
006840
006850     REWRITE REG-CONTROLE-FEED
006860
006870     IF FE-FS-CONTROLE NOT = '00'
006880         MOVE 'FEEDCTL ' TO FE-ARQUIVO-ERRO
006890         MOVE FE-FS-CONTROLE TO FE-FS-ERRO
006900         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
006910     END-IF.
006920
006930 8600-EXIT.
006940     EXIT.
006950*-----------------------------------------------------------------
006960* 8700-GRAVA-FEED-NOVO - GRAVA NO FEEDCTL O FEED DIARIO,
006970* PENDENTE DE RETORNO, COM A FAIXA DO JORNAL ENVIADA E O PONTO
006980* FINAL DE ONDE O PROXIMO FEED PARTE
006990*-----------------------------------------------------------------
007000 8700-GRAVA-FEED-NOVO.
007010
007020     MOVE SPACES             TO REG-CONTROLE-FEED
007030     MOVE FE-NUMERO-FEED     TO CF-NUMERO-FEED
007040     MOVE FE-DATA-PROCESSO   TO CF-DATA-GERACAO
007050     MOVE FE-HORA-PROCESSO   TO CF-HORA-GERACAO
007060     MOVE FE-POSICAO-INICIAL TO CF-POSICAO-INICIAL
007070     MOVE FE-POSICAO         TO CF-POSICAO-FINAL
007080     MOVE FE-ULT-DATA        TO CF-ULT-DATA
007090     MOVE FE-ULT-HORA        TO CF-ULT-HORA
007100     MOVE FE-ULT-SEQUENCIA   TO CF-ULT-SEQUENCIA
007110     MOVE FE-QTD-DETALHES    TO CF-QTD-DETALHES
007120     MOVE ZEROS              TO CF-QTD-REENVIOS
007130     MOVE SPACES             TO CF-DATA-REENVIO
007140     SET CF-PENDENTE         TO TRUE
007150     MOVE SPACES             TO CF-DATA-RETORNO
007160     MOVE ZEROS              TO CF-QTD-RETORNO
007170
007180     WRITE REG-CONTROLE-FEED
007190
007200     IF FE-FS-CONTROLE NOT = '00'
007210         MOVE 'FEEDCTL ' TO FE-ARQUIVO-ERRO
007220         MOVE FE-FS-CONTROLE TO FE-FS-ERRO
007230         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
007240     END-IF.
007250
007260 8700-EXIT.
007270     EXIT.
007280*-----------------------------------------------------------------
007290* 9000-RELATORIO-FEED - EXIBE O NUMERO DO FEED, A FAIXA DO
007300* JORNAL ENVIADA E AS QUANTIDADES POR OPERACAO
007310*-----------------------------------------------------------------
007320 9000-RELATORIO-FEED.
007330
007340     DISPLAY ' '
007350     DISPLAY '**********************************************'
007360     DISPLAY '   RELATORIO DO FEED DE MUDANCAS - FIM DE JOB '
007370     DISPLAY '**********************************************'
007380
007390     IF ENVIO-REENVIO
007400         DISPLAY '| TIPO DE ENVIO .........: REENVIO'
007410     ELSE
007420         DISPLAY '| TIPO DE ENVIO .........: DIARIO'
007430     END-IF
007440
007450     DISPLAY '| NUMERO DO FEED ........: ' FE-NUMERO-FEED
007460     DISPLAY '| PRIMEIRA POSICAO ......: ' FE-POSICAO-INICIAL
007470     DISPLAY '| ULTIMA POSICAO ........: ' FE-POSICAO
007480     DISPLAY '| ULTIMO REGISTRO .......: ' FE-ULT-DATA ' '
007490         FE-ULT-HORA ' ' FE-ULT-SEQUENCIA
007500     DISPLAY '| REGISTROS DO JORNAL ...: ' FE-QTD-LIDOS
007510     DISPLAY '|--------------------------------------------'
007520     DISPLAY '| NOVOS .................: ' FE-QTD-NOVOS
007530     DISPLAY '| ALTERADOS .............: ' FE-QTD-ALTERADOS
007540     DISPLAY '| INATIVADOS ............: ' FE-QTD-INATIVADOS
007550     DISPLAY '| REATIVADOS ............: ' FE-QTD-REATIVADOS
007560     DISPLAY '| EXPURGADOS ............: ' FE-QTD-EXPURGADOS
007570     DISPLAY '| E-MAILS TROCADOS ......: ' FE-QTD-TROCAS
007580     DISPLAY '| TOTAL DE DETALHES .....: ' FE-QTD-DETALHES
007590     DISPLAY '| OPERACOES DESCONHECIDAS: ' FE-QTD-DESCONHECIDAS
007600     DISPLAY '**********************************************'.
007610
007620 9000-EXIT.
007630     EXIT.
007640*-----------------------------------------------------------------
007650* 9100-DEFINE-RETORNO - RC 4 QUANDO HOUVE AVISO (OPERACAO
007660* DESCONHECIDA NO JORNAL OU REENVIO COM QUANTIDADE DIFERENTE),
007670* RC 0 NOS DEMAIS CASOS
007680*-----------------------------------------------------------------
007690 9100-DEFINE-RETORNO.
007700
007710     IF AVISO-EMITIDO
007720         MOVE 4 TO RETURN-CODE
007730     ELSE
007740         MOVE 0 TO RETURN-CODE
007750     END-IF.
007760
007770 9100-EXIT.
007780     EXIT.
007790*-----------------------------------------------------------------
007800* 9800-PARAMETRO-INVALIDO - EXIBE O CARTAO REJEITADO E ENCERRA
007810* COM CODIGO DE RETORNO 8
007820*-----------------------------------------------------------------
007830 9800-PARAMETRO-INVALIDO.
007840
007850     DISPLAY '**********************************************'
007860     DISPLAY '  ERRO - PARAMETRO DO FEED INVALIDO (SYSIN)    '
007870     DISPLAY '  CARTAO: ' FE-CARTAO
007880     DISPLAY '  FORMATO: ENVIO=DIARIO                        '
007890     DISPLAY '           REENVIO=<NUMERO DO FEED, 6 DIGITOS> '
007900     DISPLAY '**********************************************'
007910
007920     MOVE 8 TO RETURN-CODE
007930
007940     STOP RUN.
007950
007960 9800-EXIT.
007970     EXIT.
007980*-----------------------------------------------------------------
007990* 9810-JORNAL-DIVERGENTE - O JORNAL NA POSICAO GUARDADA NO
008000* FEEDCTL NAO E O ULTIMO REGISTRO ENVIADO (JORNAL RECRIADO OU
008010* TRUNCADO): SEGUIR PULARIA OU REPETIRIA MUDANCAS, ENTAO ENCERRA
008020* COM CODIGO DE RETORNO 16
008030*-----------------------------------------------------------------
008040 9810-JORNAL-DIVERGENTE.
008050
008060     DISPLAY '**********************************************'
008070     DISPLAY '  ERRO FATAL - JORNAL NAO CONFERE COM O FEEDCTL'
008080     DISPLAY '  POSICAO GUARDADA: ' FE-POSICAO-CONFERE
008090     DISPLAY '  POSICAO LIDA ...: ' FE-POSICAO
008100     DISPLAY '  ESPERADO .......: ' FE-CONF-DATA ' '
008110         FE-CONF-HORA ' ' FE-CONF-SEQUENCIA
008120
008130     IF FE-POSICAO = FE-POSICAO-CONFERE
008140         DISPLAY '  ENCONTRADO .....: ' JN-DATA ' '
008150             JN-HORA ' ' JN-SEQUENCIA
008160     ELSE
008170         DISPLAY '  ENCONTRADO .....: FIM DO JORNAL'
008180     END-IF
008190
008200     DISPLAY '**********************************************'
008210
008220     MOVE 16 TO RETURN-CODE
008230
008240     STOP RUN.
008250
008260 9810-EXIT.
008270     EXIT.
008280*-----------------------------------------------------------------
008290* 9820-FEED-INEXISTENTE - O FEED PEDIDO EM REENVIO NAO CONSTA DO
008300* FEEDCTL; ENCERRA COM CODIGO DE RETORNO 8
008310*-----------------------------------------------------------------
008320 9820-FEED-INEXISTENTE.
008330
008340     DISPLAY '**********************************************'
008350     DISPLAY '  ERRO - FEED A REENVIAR NAO CONSTA DO FEEDCTL '
008360     DISPLAY '  NUMERO DO FEED: ' FE-NUMERO-FEED
008370     DISPLAY '**********************************************'
008380
008390     MOVE 8 TO RETURN-CODE
008400
008410     STOP RUN.
008420
008430 9820-EXIT.
008440     EXIT.
008450*-----------------------------------------------------------------
008460* 9900-ERRO-FATAL-ES - EXIBE O ARQUIVO E O FILE STATUS DA
008470* OPERACAO DE E/S QUE FALHOU E ENCERRA COM CODIGO DE RETORNO 16
008480*-----------------------------------------------------------------
008490 9900-ERRO-FATAL-ES.
008500
008510     DISPLAY '**********************************************'
008520     DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO ' FE-ARQUIVO-ERRO
008530     DISPLAY '  FILE STATUS: ' FE-FS-ERRO
008540     DISPLAY '**********************************************'
008550
008560     MOVE 16 TO RETURN-CODE
008570
008580     STOP RUN.
008590
008600 9900-EXIT.
008610     EXIT.
008620 END PROGRAM STMCAD045.
