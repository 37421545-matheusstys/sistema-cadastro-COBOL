000010******************************************************************
000020* AUTHOR.     MATHEUS STYS
000030* INSTALLATION. DEPTO DE SISTEMAS
000040* DATE-WRITTEN. 15/10/26
000050* DATE-COMPILED.
000060* PURPOSE.    CONCILIACAO DO RETORNO DO FEED DE MUDANCAS. LE O
000070*             ARQUIVO DE RETORNO ENVIADO PELO SISTEMA RECEPTOR
000080*             (FEEDACK, LAYOUT FACKREG, UMA LINHA POR FEED
000090*             RECEBIDO) E ATUALIZA NO CONTROLE DO FEED (FEEDCTL)
000100*             A SITUACAO DE CADA FEED: CONFIRMADO QUANDO ACEITO
000110*             COM A MESMA QUANTIDADE DE DETALHES GERADA PELO
000120*             STMCAD045, DIVERGENTE QUANDO RECUSADO OU COM
000130*             QUANTIDADE DIFERENTE. RETORNO ANTERIOR AO ULTIMO
000140*             REENVIO DO FEED E IGNORADO. EM SEGUIDA PERCORRE O
000150*             FEEDCTL E LISTA TODO FEED NAO CONFIRMADO, COM O
000160*             CARTAO REENVIO=<NUMERO> A INFORMAR NO SYSIN DO
000170*             STMCAD045 PARA O REENVIO; FEED GERADO OU
000180*             REENVIADO NO PROPRIO DIA AINDA AGUARDA O RETORNO E
000190*             SO E CONTADO. ARQUIVO DE RETORNO AUSENTE CONTA
000200*             COMO VAZIO. ENCERRA COM RC 4 QUANDO HA FEED A
000210*             REENVIAR OU RETORNO INVALIDO OU DE FEED
000220*             DESCONHECIDO E RC 16 EM ERRO FATAL.
000230* TECTONICS.  cobc
000240******************************************************************
000250* MODIFICATION HISTORY
000260*   15/10/26  MS    PROGRAMA ORIGINAL
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. STMCAD046.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ARQ-CONTROLE ASSIGN TO FEEDCTL
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS CF-NUMERO-FEED
000370         FILE STATUS IS CN-FS-CONTROLE.
000380     SELECT ARQ-RETORNO ASSIGN TO FEEDACK
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS CN-FS-RETORNO.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  ARQ-CONTROLE.
000440     COPY FCTLREG.
000450 FD  ARQ-RETORNO
000460     RECORDING MODE IS F.
000470     COPY FACKREG.
000480 WORKING-STORAGE SECTION.
000490
000500 01  CN-SWITCHES.
000510     02  CN-SW-FIM-RETORNO             PIC X(01) VALUE 'N'.
000520         88  FIM-RETORNO               VALUE 'S'.
000530     02  CN-SW-FIM-CONTROLE            PIC X(01) VALUE 'N'.
000540         88  FIM-CONTROLE              VALUE 'S'.
000550     02  CN-SW-CONTROLE-VAZIO          PIC X(01) VALUE 'N'.
000560         88  CONTROLE-VAZIO            VALUE 'S'.
000570     02  CN-SW-FEED-LOCALIZADO         PIC X(01) VALUE 'N'.
000580         88  FEED-LOCALIZADO           VALUE 'S'.
000590
000600 01  CN-FS-CONTROLE                    PIC X(02) VALUE '00'.
000610 01  CN-FS-RETORNO                     PIC X(02) VALUE '00'.
000620
000630 77  CN-DATA-PROCESSO                  PIC X(08) VALUE SPACES.
000640 77  CN-ARQUIVO-ERRO                   PIC X(08) VALUE SPACES.
000650 77  CN-FS-ERRO                        PIC X(02) VALUE SPACES.
000660
000670 01  CN-CONTADORES.
000680     02  CN-QTD-RETORNOS               PIC 9(06) VALUE ZEROS.
000690     02  CN-QTD-CONFIRMADOS            PIC 9(06) VALUE ZEROS.
000700     02  CN-QTD-RECUSADOS              PIC 9(06) VALUE ZEROS.
000710     02  CN-QTD-RET-IGNORADOS          PIC 9(06) VALUE ZEROS.
000720     02  CN-QTD-RET-INVALIDOS          PIC 9(06) VALUE ZEROS.
000730     02  CN-QTD-RET-DESCONHECIDOS      PIC 9(06) VALUE ZEROS.
000740     02  CN-QTD-FEEDS                  PIC 9(06) VALUE ZEROS.
000750     02  CN-QTD-FEEDS-CONFIRMADOS      PIC 9(06) VALUE ZEROS.
000760     02  CN-QTD-FEEDS-AGUARDANDO       PIC 9(06) VALUE ZEROS.
000770     02  CN-QTD-FEEDS-PENDENTES        PIC 9(06) VALUE ZEROS.
000780     02  CN-QTD-FEEDS-DIVERGENTES      PIC 9(06) VALUE ZEROS.
000790
000800 PROCEDURE DIVISION.
000810*-----------------------------------------------------------------
000820* 0000-MAINLINE - CONTROLA A APLICACAO DOS RETORNOS NO FEEDCTL,
000830* A LISTA DOS FEEDS A REENVIAR E O RELATORIO DE ENCERRAMENTO
000840*-----------------------------------------------------------------
000850 0000-MAINLINE.
000860
000870     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
000880
000890     PERFORM 2000-PROCESSA-RETORNO THRU 2000-EXIT
000900         UNTIL FIM-RETORNO.
000910
000920     PERFORM 3000-LISTA-PENDENTES THRU 3000-EXIT.
000930
000940     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
000950
000960     PERFORM 9000-RELATORIO-CONCILIACAO THRU 9000-EXIT.
000970
000980     PERFORM 9100-DEFINE-RETORNO THRU 9100-EXIT.
000990
001000     STOP RUN.
001010*-----------------------------------------------------------------
001020* 1000-INICIALIZACAO - ABRE O FEEDCTL PARA ATUALIZACAO (AINDA
001030* VAZIO ANTES DO PRIMEIRO FEED) E O ARQUIVO DE RETORNO (AUSENTE
001040* CONTA COMO VAZIO) E FAZ A LEITURA INICIAL
001050*-----------------------------------------------------------------
001060 1000-INICIALIZACAO.
001070
001080     DISPLAY '**********************************************'
001090     DISPLAY '   CONCILIACAO DO RETORNO DO FEED DE MUDANCAS '
001100     DISPLAY '**********************************************'
001110
001120     ACCEPT CN-DATA-PROCESSO FROM DATE YYYYMMDD
001130
001140     DISPLAY '| DATA DO PROCESSAMENTO: ' CN-DATA-PROCESSO
001150
001160     OPEN I-O ARQ-CONTROLE.
001170
001180     IF CN-FS-CONTROLE = '35'
001190         SET CONTROLE-VAZIO TO TRUE
001200     ELSE
001210         IF CN-FS-CONTROLE NOT = '00'
001220             MOVE 'FEEDCTL ' TO CN-ARQUIVO-ERRO
001230             MOVE CN-FS-CONTROLE TO CN-FS-ERRO
001240             PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
001250         END-IF
001260     END-IF.
001270
001280     OPEN INPUT ARQ-RETORNO.
001290
001300     IF CN-FS-RETORNO = '35'
001310         SET FIM-RETORNO TO TRUE
001320     ELSE
001330         IF CN-FS-RETORNO NOT = '00'
001340             MOVE 'FEEDACK ' TO CN-ARQUIVO-ERRO
001350             MOVE CN-FS-RETORNO TO CN-FS-ERRO
001360             PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
001370         END-IF
001380         PERFORM 2100-LE-RETORNO THRU 2100-EXIT
001390     END-IF.
001400
001410 1000-EXIT.
001420     EXIT.
001430*-----------------------------------------------------------------
001440* 2000-PROCESSA-RETORNO - APLICA NO FEEDCTL O RETORNO CORRENTE:
001450* ACEITO COM A QUANTIDADE GERADA CONFIRMA O FEED; RECUSADO OU
001460* COM QUANTIDADE DIFERENTE O TORNA DIVERGENTE. RETORNO INVALIDO,
001470* DE FEED DESCONHECIDO OU ANTERIOR AO ULTIMO REENVIO E LISTADO E
001480* NAO ALTERA O CONTROLE
001490*-----------------------------------------------------------------
001500 2000-PROCESSA-RETORNO.
001510
001520     ADD 1 TO CN-QTD-RETORNOS
001530
001540     IF RF-NUMERO-FEED IS NOT NUMERIC
001550         OR RF-QTD-RECEBIDA IS NOT NUMERIC
001560         OR (NOT RF-ACEITO AND NOT RF-RECUSADO)
001570         ADD 1 TO CN-QTD-RET-INVALIDOS
001580         DISPLAY '| RETORNO INVALIDO: ' REG-RETORNO-FEED
001590         GO TO 2000-LE-PROXIMO
001600     END-IF
001610
001620     PERFORM 2200-LOCALIZA-FEED THRU 2200-EXIT
001630
001640     IF NOT FEED-LOCALIZADO
001650         ADD 1 TO CN-QTD-RET-DESCONHECIDOS
001660         DISPLAY '| RETORNO DE FEED DESCONHECIDO: '
001670             RF-NUMERO-FEED ' DE ' RF-DATA-RETORNO
001680         GO TO 2000-LE-PROXIMO
001690     END-IF
001700
001710     IF CF-DATA-REENVIO NOT = SPACES
001720         AND RF-DATA-RETORNO < CF-DATA-REENVIO
001730         ADD 1 TO CN-QTD-RET-IGNORADOS
001740         DISPLAY '| RETORNO ANTERIOR AO REENVIO IGNORADO: FEED '
001750             RF-NUMERO-FEED ' RETORNO ' RF-DATA-RETORNO
001760             ' REENVIO ' CF-DATA-REENVIO
001770         GO TO 2000-LE-PROXIMO
001780     END-IF
001790
001800     MOVE RF-DATA-RETORNO TO CF-DATA-RETORNO
001810     MOVE RF-QTD-RECEBIDA TO CF-QTD-RETORNO
001820
001830     IF RF-ACEITO
001840         AND RF-QTD-RECEBIDA = CF-QTD-DETALHES
001850         SET CF-CONFIRMADO TO TRUE
001860         ADD 1 TO CN-QTD-CONFIRMADOS
001870     ELSE
001880         SET CF-DIVERGENTE TO TRUE
001890         ADD 1 TO CN-QTD-RECUSADOS
001900         DISPLAY '| FEED ' CF-NUMERO-FEED
001910             ' DIVERGENTE NO RETORNO: '
001920             'SITUACAO ' RF-SITUACAO ' RECEBIDOS '
001930             RF-QTD-RECEBIDA ' ENVIADOS ' CF-QTD-DETALHES
001940     END-IF
001950
001960     REWRITE REG-CONTROLE-FEED
001970
001980     IF CN-FS-CONTROLE NOT = '00'
001990         MOVE 'FEEDCTL ' TO CN-ARQUIVO-ERRO
002000         MOVE CN-FS-CONTROLE TO CN-FS-ERRO
002010         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002020     END-IF.
002030
002040 2000-LE-PROXIMO.
002050
002060     PERFORM 2100-LE-RETORNO THRU 2100-EXIT.
002070
002080 2000-EXIT.
002090     EXIT.
002100*-----------------------------------------------------------------
002110* 2100-LE-RETORNO - LE O PROXIMO REGISTRO DO ARQUIVO DE RETORNO
002120*-----------------------------------------------------------------
002130 2100-LE-RETORNO.
002140
002150     READ ARQ-RETORNO
002160         AT END
002170             SET FIM-RETORNO TO TRUE
002180             GO TO 2100-EXIT
002190     END-READ
002200
002210     IF CN-FS-RETORNO NOT = '00'
002220         MOVE 'FEEDACK ' TO CN-ARQUIVO-ERRO
002230         MOVE CN-FS-RETORNO TO CN-FS-ERRO
002240         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002250     END-IF.
002260
002270 2100-EXIT.
002280     EXIT.
002290*-----------------------------------------------------------------
002300* 2200-LOCALIZA-FEED - LE NO FEEDCTL O FEED DO RETORNO CORRENTE
002310*-----------------------------------------------------------------
002320 2200-LOCALIZA-FEED.
002330
002340     MOVE 'N' TO CN-SW-FEED-LOCALIZADO
002350
002360     IF CONTROLE-VAZIO
002370         GO TO 2200-EXIT
002380     END-IF
002390
002400     MOVE RF-NUMERO-FEED TO CF-NUMERO-FEED
002410
002420     READ ARQ-CONTROLE
002430         INVALID KEY
002440             GO TO 2200-EXIT
002450     END-READ
002460
002470     IF CN-FS-CONTROLE NOT = '00'
002480         MOVE 'FEEDCTL ' TO CN-ARQUIVO-ERRO
002490         MOVE CN-FS-CONTROLE TO CN-FS-ERRO
002500         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002510     END-IF
002520
002530     SET FEED-LOCALIZADO TO TRUE.
002540
002550 2200-EXIT.
002560     EXIT.
002570*-----------------------------------------------------------------
002580* 3000-LISTA-PENDENTES - PERCORRE O FEEDCTL DO PRIMEIRO AO ULTIMO
002590* FEED E LISTA OS NAO CONFIRMADOS COM O CARTAO DE REENVIO
002600*-----------------------------------------------------------------
002610 3000-LISTA-PENDENTES.
002620
002630     IF CONTROLE-VAZIO
002640         DISPLAY '| FEEDCTL VAZIO - NENHUM FEED GERADO AINDA'
002650         GO TO 3000-EXIT
002660     END-IF
002670
002680     DISPLAY ' '
002690     DISPLAY '| FEEDS A REENVIAR (SYSIN DO STMCAD045):'
002700
002710     MOVE ZEROS TO CF-NUMERO-FEED
002720
002730     START ARQ-CONTROLE KEY NOT < CF-NUMERO-FEED
002740         INVALID KEY
002750             SET FIM-CONTROLE TO TRUE
002760     END-START
002770
002780     PERFORM 3100-VERIFICA-FEED THRU 3100-EXIT
002790         UNTIL FIM-CONTROLE.
002800
002810 3000-EXIT.
002820     EXIT.
002830*-----------------------------------------------------------------
002840* 3100-VERIFICA-FEED - LE O PROXIMO FEED E O CLASSIFICA:
002850* CONFIRMADO, AGUARDANDO RETORNO (GERADO OU REENVIADO HOJE),
002860* PENDENTE SEM RETORNO OU DIVERGENTE; OS DOIS ULTIMOS SAO
002870* LISTADOS PARA REENVIO
002880*-----------------------------------------------------------------
002890 3100-VERIFICA-FEED.
002900
002910     READ ARQ-CONTROLE NEXT
002920         AT END
002930             SET FIM-CONTROLE TO TRUE
002940             GO TO 3100-EXIT
002950     END-READ
002960
002970     IF CN-FS-CONTROLE NOT = '00'
002980         MOVE 'FEEDCTL ' TO CN-ARQUIVO-ERRO
002990         MOVE CN-FS-CONTROLE TO CN-FS-ERRO
003000         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003010     END-IF
003020
003030     ADD 1 TO CN-QTD-FEEDS
003040
003050     IF CF-CONFIRMADO
003060         ADD 1 TO CN-QTD-FEEDS-CONFIRMADOS
003070         GO TO 3100-EXIT
003080     END-IF
003090
003100     IF CF-PENDENTE
003110         AND (CF-DATA-REENVIO = CN-DATA-PROCESSO
003120         OR (CF-DATA-GERACAO = CN-DATA-PROCESSO
003130         AND CF-QTD-REENVIOS = ZEROS))
003140         ADD 1 TO CN-QTD-FEEDS-AGUARDANDO
003150         GO TO 3100-EXIT
003160     END-IF
003170
003180     IF CF-DIVERGENTE
003190         ADD 1 TO CN-QTD-FEEDS-DIVERGENTES
003200         DISPLAY '| REENVIO=' CF-NUMERO-FEED
003210             '  DIVERGENTE  GERADO ' CF-DATA-GERACAO
003220             ' ENVIADOS ' CF-QTD-DETALHES
003230             ' RETORNO ' CF-DATA-RETORNO
003240             ' RECEBIDOS ' CF-QTD-RETORNO
003250     ELSE
003260         ADD 1 TO CN-QTD-FEEDS-PENDENTES
003270         DISPLAY '| REENVIO=' CF-NUMERO-FEED
003280             '  SEM RETORNO GERADO ' CF-DATA-GERACAO
003290             ' ENVIADOS ' CF-QTD-DETALHES
003300             ' REENVIOS ' CF-QTD-REENVIOS
003310             ' ULTIMO ' CF-DATA-REENVIO
003320     END-IF.
003330
003340 3100-EXIT.
003350     EXIT.
003360*-----------------------------------------------------------------
003370* 8000-FINALIZACAO - FECHA OS ARQUIVOS ABERTOS PELO PROGRAMA
003380*-----------------------------------------------------------------
003390 8000-FINALIZACAO.
003400
003410     IF NOT CONTROLE-VAZIO
003420         CLOSE ARQ-CONTROLE
003430     END-IF
003440
003450     IF CN-FS-RETORNO NOT = '35'
003460         CLOSE ARQ-RETORNO
003470     END-IF.
003480
003490 8000-EXIT.
003500     EXIT.
003510*-----------------------------------------------------------------
003520* 9000-RELATORIO-CONCILIACAO - EXIBE OS TOTAIS DOS RETORNOS
003530* RECEBIDOS E A SITUACAO DOS FEEDS DO FEEDCTL
003540*-----------------------------------------------------------------
003550 9000-RELATORIO-CONCILIACAO.
003560
003570     DISPLAY ' '
003580     DISPLAY '**********************************************'
003590     DISPLAY '  RELATORIO DA CONCILIACAO DO FEED - FIM DE JOB'
003600     DISPLAY '**********************************************'
003610     DISPLAY '| RETORNOS LIDOS ........: ' CN-QTD-RETORNOS
003620     DISPLAY '| CONFIRMACOES ..........: ' CN-QTD-CONFIRMADOS
003630     DISPLAY '| RECUSAS/DIVERGENCIAS ..: ' CN-QTD-RECUSADOS
003640     DISPLAY '| ANTERIORES AO REENVIO .: ' CN-QTD-RET-IGNORADOS
003650     DISPLAY '| RETORNOS INVALIDOS ....: ' CN-QTD-RET-INVALIDOS
003660     DISPLAY '| FEEDS DESCONHECIDOS ...: '
003670         CN-QTD-RET-DESCONHECIDOS
003680     DISPLAY '|--------------------------------------------'
003690     DISPLAY '| FEEDS NO CONTROLE .....: ' CN-QTD-FEEDS
003700     DISPLAY '| CONFIRMADOS ...........: '
003710         CN-QTD-FEEDS-CONFIRMADOS
003720     DISPLAY '| AGUARDANDO RETORNO ....: ' CN-QTD-FEEDS-AGUARDANDO
003730     DISPLAY '| SEM RETORNO (REENVIAR) : ' CN-QTD-FEEDS-PENDENTES
003740     DISPLAY '| DIVERGENTES (REENVIAR) : '
003750         CN-QTD-FEEDS-DIVERGENTES
003760     DISPLAY '**********************************************'.
003770
003780 9000-EXIT.
003790     EXIT.
003800*-----------------------------------------------------------------
003810* 9100-DEFINE-RETORNO - RC 4 QUANDO HA FEED A REENVIAR OU
003820* RETORNO INVALIDO OU DE FEED DESCONHECIDO, RC 0 NOS DEMAIS
003830*-----------------------------------------------------------------
003840 9100-DEFINE-RETORNO.
003850
003860     IF CN-QTD-FEEDS-PENDENTES > 0
003870         OR CN-QTD-FEEDS-DIVERGENTES > 0
003880         OR CN-QTD-RET-INVALIDOS > 0
003890         OR CN-QTD-RET-DESCONHECIDOS > 0
003900         MOVE 4 TO RETURN-CODE
003910     ELSE
003920         MOVE 0 TO RETURN-CODE
003930     END-IF.
003940
003950 9100-EXIT.
003960     EXIT.
003970*-----------------------------------------------------------------
003980* 9900-ERRO-FATAL-ES - EXIBE O ARQUIVO E O FILE STATUS DA
003990* OPERACAO DE E/S QUE FALHOU E ENCERRA COM CODIGO DE RETORNO 16
004000*-----------------------------------------------------------------
004010 9900-ERRO-FATAL-ES.
004020
004030     DISPLAY '**********************************************'
004040     DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO ' CN-ARQUIVO-ERRO
004050     DISPLAY '  FILE STATUS: ' CN-FS-ERRO
004060     DISPLAY '**********************************************'
004070
004080     MOVE 16 TO RETURN-CODE
004090
004100     STOP RUN.
004110
004120 9900-EXIT.
004130     EXIT.
004140 END PROGRAM STMCAD046.
