000010******************************************************************
000020* AUTHOR.     MATHEUS STYS
000030* INSTALLATION. DEPTO DE SISTEMAS
000040* DATE-WRITTEN. 15/10/26
000050* DATE-COMPILED.
000060* PURPOSE.    APROVACAO DAS ENTRADAS DA CAPTACAO ONLINE (CICS).
000070*             PSEUDO-CONVERSACIONAL, MAPA STMCAD5S/CAD5S,
000080*             TRANSACAO CD5S, RESTRITA POR RACF AOS SUPERVISORES
000090*             (COMO A CD5A). EXIBE UMA A UMA, EM ORDEM DE
000100*             DIGITACAO, AS ENTRADAS DO CD55 PENDENTES NO ARQUIVO
000110*             CICS CAPPEND (AS TRANSPORTADAS DE DIAS ANTERIORES
000120*             VEM PRIMEIRO) E RECEBE A DECISAO DO SUPERVISOR:
000130*             A = APROVA (O FECHAMENTO NOTURNO STMCAD65 LEVA A
000140*             ENTRADA AO TRANCAP.ONLINE), R = REJEITA E
000150*             D = DEVOLVE AO OPERADOR PARA CORRECAO (PF6 NO CD55),
000160*             AS DUAS ULTIMAS COM MOTIVO OBRIGATORIO. O SUPERVISOR
000170*             NAO PODE DECIDIR ENTRADA QUE ELE MESMO DIGITOU. CADA
000180*             DECISAO GRAVA UM REGISTRO DE AUDITORIA (TIPO S, COM
000190*             OS USUARIOS DO SUPERVISOR E DO OPERADOR) NA FILA TD
000200*             EXTRAPARTICAO AUDL, QUE APONTA PARA O DATASET
000210*             AUDITLOG DO LOTE; EM FALHA A DECISAO E DESFEITA COM
000220*             SYNCPOINT ROLLBACK.
000230* TECTONICS.  DFHMAPS (BMS) + TRADUTOR CICS + COBOL
000240******************************************************************
000250* MODIFICATION HISTORY
000260*   15/10/26  MS    PROGRAMA ORIGINAL
000270*   15/10/26  MS    CADEIA DE HASH NA AUDITORIA DA DECISAO
000280*                   (LRECL 332): O CONTROLE DA CADEIA (ARQUIVO
000290*                   CICS CADEIA) E LIDO COM UPDATE ANTES DO
000300*                   WRITEQ TD E REGRAVADO DEPOIS; EM FALHA A
000310*                   DECISAO E DESFEITA COMO ANTES
000320*   15/10/26  MS    AUDITORIA DE LRECL 333 COM A ORIGEM C
000330*                   (BALCAO, VER ORIGTAB)
000340*   15/10/26  MS    NO REENVIO APOS ERRO DE CRITICA A DECISAO E O
000350*                   MOTIVO DIGITADOS VOLTAM NA TELA COM MDT
000360*                   LIGADO, PARA NAO PRECISAREM SER REDIGITADOS
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. STMCAD056.
000400 ENVIRONMENT DIVISION.
000410 DATA DIVISION.
000420 WORKING-STORAGE SECTION.
000430
000440 77  AP-TRANS-APROVACAO                PIC X(04) VALUE 'CD5S'.
000450 77  AP-FILA-AUDITORIA                 PIC X(04) VALUE 'AUDL'.
000460 77  AP-RESP                           PIC S9(08) COMP
000470                                       VALUE ZEROS.
000480 77  AP-ABSTIME                        PIC S9(15) COMP-3
000490                                       VALUE ZEROS.
000500 77  AP-DATA-SISTEMA                   PIC X(08) VALUE SPACES.
000510 77  AP-HORA-SISTEMA                   PIC X(08) VALUE SPACES.
000520 77  AP-HORA-CICS                      PIC X(06) VALUE SPACES.
000530 77  AP-LEN-AUDITORIA                  PIC S9(04) COMP VALUE +333.
000540 77  AP-USUARIO                        PIC X(08) VALUE SPACES.
000550 77  AP-CHAVE-PENDENTE                 PIC X(21) VALUE SPACES.
000560 77  AP-QTD-PENDENTES                  PIC 9(04) VALUE ZEROS.
000570 77  AP-DECISAO                        PIC X(01) VALUE SPACES.
000580 77  AP-MOTIVO                         PIC X(30) VALUE SPACES.
000590 77  AP-MENSAGEM                       PIC X(60) VALUE SPACES.
000600 77  AP-ENDERECO-FMT                   PIC X(60) VALUE SPACES.
000610 77  AP-SITUACAO-FMT                   PIC X(30) VALUE SPACES.
000620 77  AP-REG-PRIMEIRA                   PIC X(320) VALUE SPACES.
000630 77  AP-REG-SEGUINTE                   PIC X(320) VALUE SPACES.
000640 77  AP-CHAVE-CADEIA                   PIC X(08) VALUE SPACES.
000650 77  AP-RESP-CADEIA                    PIC S9(08) COMP
000660                                       VALUE ZEROS.
000670
000680*-----------------------------------------------------------------
000690* CADEIA DE HASH DA TRILHA DE AUDITORIA E DO JORNAL: ULTIMA
000700* SEQUENCIA E ULTIMO HASH DE CADA ARQUIVO E AREAS DO CALCULO
000710* (DESCRITO EM CADEREG)
000720*-----------------------------------------------------------------
000730 01  AP-CADEIA-AUDITORIA.
000740     02  AP-CA-SEQUENCIA              PIC 9(10) VALUE ZEROS.
000750     02  AP-CA-HASH                   PIC X(20) VALUE SPACES.
000760 01  AP-HASH-ENTRADA.
000770     02  AP-HE-ANTERIOR               PIC X(20).
000780     02  AP-HE-SEQUENCIA              PIC 9(10).
000790     02  AP-HE-PESSOAL                PIC X(20).
000800     02  AP-HE-REGISTRO               PIC X(473).
000810 01  AP-HASH-DADOS-PESSOAIS.
000820     02  AP-HP-IMAGEM OCCURS 2 TIMES.
000830         03  AP-HP-NOME               PIC X(30).
000840         03  AP-HP-CPF                PIC X(11).
000850         03  AP-HP-TELEFONE           PIC X(11).
000860         03  AP-HP-ENDERECO           PIC X(85).
000870 01  AP-HASH-AREA                     PIC X(523) VALUE SPACES.
000880 01  AP-HASH-RESULTADO.
000890     02  AP-HASH-H1                   PIC 9(10).
000900     02  AP-HASH-H2                   PIC 9(10).
000910 01  AP-HASH-BYTE-BINARIO             PIC 9(04) COMP VALUE ZEROS.
000920 01  AP-HASH-BYTE-AREA REDEFINES AP-HASH-BYTE-BINARIO.
000930     02  FILLER                       PIC X(01).
000940     02  AP-HASH-BYTE                 PIC X(01).
000950 77  AP-HASH-TAMANHO                  PIC 9(04) COMP VALUE ZEROS.
000960 77  AP-HASH-POS                      PIC 9(04) COMP VALUE ZEROS.
000970 77  AP-HASH-ACUM1                    PIC 9(18) COMP VALUE ZEROS.
000980 77  AP-HASH-ACUM2                    PIC 9(18) COMP VALUE ZEROS.
000990 77  AP-HASH-QUOCIENTE                PIC 9(18) COMP VALUE ZEROS.
001000 77  AP-HASH-RESTO                    PIC 9(18) COMP VALUE ZEROS.
001010
001020 01  AP-SWITCHES.
001030     02  AP-SW-FIM-PENDENTES           PIC X(01) VALUE 'N'.
001040         88  FIM-PENDENTES             VALUE 'S'.
001050     02  AP-SW-POSICAO                 PIC X(01) VALUE 'C'.
001060         88  A-PARTIR-DA-CORRENTE      VALUE 'C'.
001070         88  APOS-A-CORRENTE           VALUE 'P'.
001080     02  AP-SW-PRIMEIRA                PIC X(01) VALUE 'N'.
001090         88  PRIMEIRA-LOCALIZADA       VALUE 'S'.
001100     02  AP-SW-SEGUINTE                PIC X(01) VALUE 'N'.
001110         88  SEGUINTE-LOCALIZADA       VALUE 'S'.
001120
001130 01  AP-COMMAREA.
001140     02  CA-CHAVE-CORRENTE             PIC X(21) VALUE SPACES.
001150
001160     COPY STMCAD5S.
001170
001180     COPY CAPPREG.
001190
001200     COPY TRANREG.
001210
001220     COPY AUDIREG.
001230
001240     COPY CADEREG.
001250
001260     COPY DFHAID.
001270
001280     COPY DFHBMSCA.
001290
001300 LINKAGE SECTION.
001310 01  DFHCOMMAREA.
001320     02  LK-CHAVE-CORRENTE             PIC X(21).
001330
001340 PROCEDURE DIVISION.
001350*-----------------------------------------------------------------
001360* 0000-MAINLINE - DIRIGE O FLUXO PSEUDO-CONVERSACIONAL: PRIMEIRA
001370* ENTRADA EXIBE A PRIMEIRA PENDENTE; AS DEMAIS TRATAM A TECLA
001380* RECEBIDA
001390*-----------------------------------------------------------------
001400 0000-MAINLINE.
001410
001420     IF EIBCALEN = 0
001430         PERFORM 1000-PRIMEIRA-ENTRADA THRU 1000-EXIT
001440     ELSE
001450         MOVE LK-CHAVE-CORRENTE TO CA-CHAVE-CORRENTE
001460         EVALUATE EIBAID
001470             WHEN DFHPF3
001480                 PERFORM 8000-ENCERRA THRU 8000-EXIT
001490             WHEN DFHENTER
001500                 PERFORM 3000-REGISTRA-DECISAO THRU 3000-EXIT
001510             WHEN DFHPF8
001520                 SET APOS-A-CORRENTE TO TRUE
001530                 PERFORM 2000-EXIBE-PENDENTE THRU 2000-EXIT
001540             WHEN OTHER
001550                 MOVE 'TECLA INVALIDA - USE ENTER, PF8 OU PF3'
001560                     TO AP-MENSAGEM
001570                 SET A-PARTIR-DA-CORRENTE TO TRUE
001580                 PERFORM 2000-EXIBE-PENDENTE THRU 2000-EXIT
001590         END-EVALUATE
001600     END-IF.
001610
001620     EXEC CICS RETURN
001630         TRANSID(EIBTRNID)
001640         COMMAREA(AP-COMMAREA)
001650         LENGTH(21)
001660     END-EXEC.
001670
001680*-----------------------------------------------------------------
001690* 1000-PRIMEIRA-ENTRADA - EXIBE A PRIMEIRA ENTRADA PENDENTE NA
001700* PRIMEIRA ENTRADA DA TRANSACAO
001710*-----------------------------------------------------------------
001720 1000-PRIMEIRA-ENTRADA.
001730
001740     MOVE SPACES TO CA-CHAVE-CORRENTE
001750
001760     SET A-PARTIR-DA-CORRENTE TO TRUE
001770
001780     PERFORM 2000-EXIBE-PENDENTE THRU 2000-EXIT.
001790
001800 1000-EXIT.
001810     EXIT.
001820*-----------------------------------------------------------------
001830* 2000-EXIBE-PENDENTE - PERCORRE O ARQUIVO DE PENDENTES CONTANDO
001840* AS ENTRADAS EM SITUACAO P E EXIBE A PRIMEIRA PENDENTE A PARTIR
001850* DA CORRENTE (INCLUSIVE) OU APOS ELA, CONFORME AP-SW-POSICAO;
001860* PASSADA A ULTIMA, VOLTA A PRIMEIRA. A MENSAGEM MONTADA PELO
001870* CHAMADOR EM AP-MENSAGEM E A DECISAO E O MOTIVO DIGITADOS SAO
001880* PRESERVADOS (COM MDT LIGADO, PARA VOLTAREM NO ENTER SEGUINTE
001890* MESMO SEM REDIGITACAO)
001900*-----------------------------------------------------------------
001910 2000-EXIBE-PENDENTE.
001920
001930     MOVE ZEROS TO AP-QTD-PENDENTES
001940     MOVE 'N' TO AP-SW-FIM-PENDENTES
001950     MOVE 'N' TO AP-SW-PRIMEIRA
001960     MOVE 'N' TO AP-SW-SEGUINTE
001970     MOVE LOW-VALUES TO AP-CHAVE-PENDENTE
001980
001990     EXEC CICS STARTBR
002000         FILE('CAPPEND')
002010         RIDFLD(AP-CHAVE-PENDENTE)
002020         GTEQ
002030         RESP(AP-RESP)
002040     END-EXEC
002050
002060     IF AP-RESP = DFHRESP(NORMAL)
002070         PERFORM 2100-LE-PROXIMA-PENDENTE THRU 2100-EXIT
002080             UNTIL FIM-PENDENTES
002090         EXEC CICS ENDBR
002100             FILE('CAPPEND')
002110             RESP(AP-RESP)
002120         END-EXEC
002130     ELSE
002140         IF AP-RESP NOT = DFHRESP(NOTFND)
002150             MOVE SPACES TO CA-CHAVE-CORRENTE
002160             MOVE LOW-VALUES TO CAD5SO
002170             MOVE 'ERRO NA LEITURA DAS PENDENTES - ACIONE SUPORTE'
002180                 TO SMSGO
002190             PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
002200             GO TO 2000-EXIT
002210         END-IF
002220     END-IF
002230
002240     MOVE LOW-VALUES TO CAD5SO
002250     MOVE AP-QTD-PENDENTES TO SQTDO
002260
002270     IF AP-QTD-PENDENTES = ZEROS
002280         MOVE SPACES TO CA-CHAVE-CORRENTE
002290         IF AP-MENSAGEM = SPACES
002300             MOVE 'NAO HA ENTRADAS PENDENTES DE APROVACAO'
002310                 TO SMSGO
002320         ELSE
002330             MOVE AP-MENSAGEM TO SMSGO
002340         END-IF
002350         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
002360         GO TO 2000-EXIT
002370     END-IF
002380
002390     IF SEGUINTE-LOCALIZADA
002400         MOVE AP-REG-SEGUINTE TO REG-PENDENTE
002410     ELSE
002420         MOVE AP-REG-PRIMEIRA TO REG-PENDENTE
002430         IF AP-MENSAGEM = SPACES
002440             AND CA-CHAVE-CORRENTE NOT = SPACES
002450             MOVE 'FIM DAS PENDENTES - EXIBIDA A PRIMEIRA'
002460                 TO AP-MENSAGEM
002470         END-IF
002480     END-IF
002490
002500     MOVE CP-CHAVE TO CA-CHAVE-CORRENTE
002510     MOVE CP-TRANSACAO TO REG-TRANSACAO
002520
002530     MOVE CP-DATA-CAPTACAO  TO SDATAO
002540     MOVE CP-HORA-CAPTACAO  TO SHORAO
002550     MOVE CP-OPERADOR       TO SOPERO
002560     MOVE CP-TERMINAL       TO STERMO
002570     PERFORM 5100-FORMATA-SITUACAO THRU 5100-EXIT
002580     MOVE AP-SITUACAO-FMT   TO SSITUO
002590     MOVE TR-NOME           TO SNOMEO
002600     MOVE TR-DATA-NASC      TO SNASCO
002610     MOVE TR-CPF            TO SCPFO
002620     MOVE TR-EMAIL          TO SEMAILO
002630     MOVE TR-TELEFONE       TO STELEFO
002640     MOVE TR-CONSENTIMENTO  TO SCONSO
002650     PERFORM 5000-FORMATA-ENDERECO THRU 5000-EXIT
002660     MOVE AP-ENDERECO-FMT   TO SENDERO
002670     MOVE TR-END-CEP        TO SCEPO
002680
002690     IF CP-QTD-DEVOLUCOES > ZEROS
002700         MOVE CP-MOTIVO TO SDEVOLO
002710     END-IF
002720
002730     MOVE AP-DECISAO TO SDECIO
002740     MOVE AP-MOTIVO TO SMOTIO
002750
002760     IF AP-DECISAO NOT = SPACES
002770         MOVE DFHBMFSE TO SDECIA
002780     END-IF
002790
002800     IF AP-MOTIVO NOT = SPACES
002810         MOVE DFHBMFSE TO SMOTIA
002820     END-IF
002830
002840     IF AP-MENSAGEM = SPACES
002850         MOVE 'INFORME A DECISAO E TECLE ENTER - PF8 PROXIMA'
002860             TO SMSGO
002870     ELSE
002880         MOVE AP-MENSAGEM TO SMSGO
002890     END-IF
002900
002910     PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT.
002920
002930 2000-EXIT.
002940     EXIT.
002950*-----------------------------------------------------------------
002960* 2100-LE-PROXIMA-PENDENTE - LE A PROXIMA ENTRADA DO BROWSE; NAS
002970* PENDENTES, CONTA, GUARDA A PRIMEIRA DO ARQUIVO E A PRIMEIRA NA
002980* POSICAO PEDIDA EM RELACAO A CORRENTE
002990*-----------------------------------------------------------------
003000 2100-LE-PROXIMA-PENDENTE.
003010
003020     EXEC CICS READNEXT
003030         FILE('CAPPEND')
003040         INTO(REG-PENDENTE)
003050         RIDFLD(AP-CHAVE-PENDENTE)
003060         RESP(AP-RESP)
003070     END-EXEC
003080
003090     IF AP-RESP NOT = DFHRESP(NORMAL)
003100         SET FIM-PENDENTES TO TRUE
003110         GO TO 2100-EXIT
003120     END-IF
003130
003140     IF NOT CP-PENDENTE
003150         GO TO 2100-EXIT
003160     END-IF
003170
003180     IF AP-QTD-PENDENTES < 9999
003190         ADD 1 TO AP-QTD-PENDENTES
003200     END-IF
003210
003220     IF NOT PRIMEIRA-LOCALIZADA
003230         SET PRIMEIRA-LOCALIZADA TO TRUE
003240         MOVE REG-PENDENTE TO AP-REG-PRIMEIRA
003250     END-IF
003260
003270     IF SEGUINTE-LOCALIZADA
003280         GO TO 2100-EXIT
003290     END-IF
003300
003310     IF (A-PARTIR-DA-CORRENTE
003320         AND CP-CHAVE NOT < CA-CHAVE-CORRENTE)
003330         OR (APOS-A-CORRENTE
003340         AND CP-CHAVE > CA-CHAVE-CORRENTE)
003350         SET SEGUINTE-LOCALIZADA TO TRUE
003360         MOVE REG-PENDENTE TO AP-REG-SEGUINTE
003370     END-IF.
003380
003390 2100-EXIT.
003400     EXIT.
003410*-----------------------------------------------------------------
003420* 3000-REGISTRA-DECISAO - RECEBE O MAPA E GRAVA NA ENTRADA
003430* EXIBIDA A DECISAO DO SUPERVISOR (A, R OU D, COM MOTIVO EM R E
003440* D), DESDE QUE A ENTRADA SIGA PENDENTE E NAO TENHA SIDO DIGITADA
003450* PELO PROPRIO SUPERVISOR; A DECISAO E REGISTRADA NA FILA TD DE
003460* AUDITORIA E, EM FALHA, DESFEITA COM SYNCPOINT ROLLBACK. EM
003470* SEGUIDA E EXIBIDA A PROXIMA PENDENTE
003480*-----------------------------------------------------------------
003490 3000-REGISTRA-DECISAO.
003500
003510     SET A-PARTIR-DA-CORRENTE TO TRUE
003520
003530     PERFORM 6000-RECEBE-MAPA THRU 6000-EXIT
003540
003550     MOVE SPACES TO AP-DECISAO
003560     MOVE SPACES TO AP-MOTIVO
003570
003580     IF SDECIL > 0
003590         MOVE SDECII TO AP-DECISAO
003600     END-IF
003610
003620     IF SMOTIL > 0
003630         MOVE SMOTII TO AP-MOTIVO
003640     END-IF
003650
003660     IF CA-CHAVE-CORRENTE = SPACES
003670         MOVE SPACES TO AP-DECISAO
003680         MOVE SPACES TO AP-MOTIVO
003690         MOVE 'NAO HA ENTRADA EXIBIDA PARA DECIDIR' TO AP-MENSAGEM
003700         PERFORM 2000-EXIBE-PENDENTE THRU 2000-EXIT
003710         GO TO 3000-EXIT
003720     END-IF
003730
003740     IF AP-DECISAO NOT = 'A'
003750         AND AP-DECISAO NOT = 'R'
003760         AND AP-DECISAO NOT = 'D'
003770         MOVE 'INFORME A DECISAO: A, R OU D' TO AP-MENSAGEM
003780         PERFORM 2000-EXIBE-PENDENTE THRU 2000-EXIT
003790         GO TO 3000-EXIT
003800     END-IF
003810
003820     IF AP-DECISAO NOT = 'A'
003830         AND AP-MOTIVO = SPACES
003840         MOVE 'INFORME O MOTIVO DA REJEICAO OU DA DEVOLUCAO'
003850             TO AP-MENSAGEM
003860         PERFORM 2000-EXIBE-PENDENTE THRU 2000-EXIT
003870         GO TO 3000-EXIT
003880     END-IF
003890
003900     EXEC CICS ASSIGN
003910         USERID(AP-USUARIO)
003920     END-EXEC
003930
003940     MOVE CA-CHAVE-CORRENTE TO AP-CHAVE-PENDENTE
003950
003960     EXEC CICS READ
003970         FILE('CAPPEND')
003980         INTO(REG-PENDENTE)
003990         RIDFLD(AP-CHAVE-PENDENTE)
004000         UPDATE
004010         RESP(AP-RESP)
004020     END-EXEC
004030
004040     IF AP-RESP = DFHRESP(NOTFND)
004050         MOVE SPACES TO AP-DECISAO
004060         MOVE SPACES TO AP-MOTIVO
004070         MOVE 'ENTRADA JA FECHADA - EXIBIDA A PROXIMA PENDENTE'
004080             TO AP-MENSAGEM
004090         PERFORM 2000-EXIBE-PENDENTE THRU 2000-EXIT
004100         GO TO 3000-EXIT
004110     END-IF
004120
004130     IF AP-RESP NOT = DFHRESP(NORMAL)
004140         MOVE 'ERRO NA LEITURA DA ENTRADA - ACIONE O SUPORTE'
004150             TO AP-MENSAGEM
004160         PERFORM 2000-EXIBE-PENDENTE THRU 2000-EXIT
004170         GO TO 3000-EXIT
004180     END-IF
004190
004200     IF NOT CP-PENDENTE
004210         EXEC CICS UNLOCK
004220             FILE('CAPPEND')
004230         END-EXEC
004240         MOVE SPACES TO AP-DECISAO
004250         MOVE SPACES TO AP-MOTIVO
004260         MOVE 'ENTRADA JA DECIDIDA - EXIBIDA A PROXIMA PENDENTE'
004270             TO AP-MENSAGEM
004280         PERFORM 2000-EXIBE-PENDENTE THRU 2000-EXIT
004290         GO TO 3000-EXIT
004300     END-IF
004310
004320     IF CP-OPERADOR = AP-USUARIO
004330         EXEC CICS UNLOCK
004340             FILE('CAPPEND')
004350         END-EXEC
004360         MOVE SPACES TO AP-DECISAO
004370         MOVE SPACES TO AP-MOTIVO
004380         MOVE 'ENTRADA DIGITADA PELO SUPERVISOR - USE PF8'
004390             TO AP-MENSAGEM
004400         PERFORM 2000-EXIBE-PENDENTE THRU 2000-EXIT
004410         GO TO 3000-EXIT
004420     END-IF
004430
004440     EXEC CICS ASKTIME
004450         ABSTIME(AP-ABSTIME)
004460     END-EXEC
004470
004480     EXEC CICS FORMATTIME
004490         ABSTIME(AP-ABSTIME)
004500         YYYYMMDD(AP-DATA-SISTEMA)
004510         TIME(AP-HORA-CICS)
004520     END-EXEC
004530
004540     MOVE AP-DECISAO      TO CP-SITUACAO
004550     MOVE AP-USUARIO      TO CP-SUPERVISOR
004560     MOVE AP-DATA-SISTEMA TO CP-DATA-DECISAO
004570     MOVE AP-HORA-CICS    TO CP-HORA-DECISAO
004580
004590     IF AP-MOTIVO NOT = SPACES
004600         MOVE AP-MOTIVO TO CP-MOTIVO
004610     END-IF
004620
004630     IF CP-DEVOLVIDA
004640         AND CP-QTD-DEVOLUCOES < 99
004650         ADD 1 TO CP-QTD-DEVOLUCOES
004660     END-IF
004670
004680     EXEC CICS REWRITE
004690         FILE('CAPPEND')
004700         FROM(REG-PENDENTE)
004710         RESP(AP-RESP)
004720     END-EXEC
004730
004740     IF AP-RESP NOT = DFHRESP(NORMAL)
004750         MOVE 'ERRO NA GRAVACAO DA DECISAO - ACIONE O SUPORTE'
004760             TO AP-MENSAGEM
004770         PERFORM 2000-EXIBE-PENDENTE THRU 2000-EXIT
004780         GO TO 3000-EXIT
004790     END-IF
004800
004810     PERFORM 4000-GRAVA-AUDITORIA THRU 4000-EXIT
004820
004830     IF AP-RESP NOT = DFHRESP(NORMAL)
004840         EXEC CICS SYNCPOINT ROLLBACK
004850         END-EXEC
004860         MOVE 'DECISAO DESFEITA - FALHA NA AUDITORIA'
004870             TO AP-MENSAGEM
004880         PERFORM 2000-EXIBE-PENDENTE THRU 2000-EXIT
004890         GO TO 3000-EXIT
004900     END-IF
004910
004920     EVALUATE TRUE
004930         WHEN CP-APROVADA
004940             MOVE 'ENTRADA APROVADA - EXIBIDA A PROXIMA PENDENTE'
004950                 TO AP-MENSAGEM
004960         WHEN CP-REJEITADA
004970             MOVE 'ENTRADA REJEITADA - EXIBIDA A PROXIMA PENDENTE'
004980                 TO AP-MENSAGEM
004990         WHEN OTHER
005000             MOVE 'ENTRADA DEVOLVIDA - EXIBIDA A PROXIMA PENDENTE'
005010                 TO AP-MENSAGEM
005020     END-EVALUATE
005030
005040     MOVE SPACES TO AP-DECISAO
005050     MOVE SPACES TO AP-MOTIVO
005060
005070     SET APOS-A-CORRENTE TO TRUE
005080
005090     PERFORM 2000-EXIBE-PENDENTE THRU 2000-EXIT.
005100
005110 3000-EXIT.
005120     EXIT.
005130*-----------------------------------------------------------------
005140* 4000-GRAVA-AUDITORIA - MONTA O REGISTRO DE AUDITORIA DA DECISAO
005150* (TIPO S, STATUS APROVADO, REJEITADO OU DEVOLVIDO, SEQUENCIA ZERO
005160* POIS NAO HA LOTE) COM OS DADOS DA ENTRADA, OS USUARIOS DO
005170* SUPERVISOR E DO OPERADOR E O INICIO DO MOTIVO, ENCADEIA-O PELO
005180* CONTROLE CADEIA E GRAVA NA FILA TD EXTRAPARTICAO AUDL, QUE
005190* APONTA PARA O AUDITLOG DO LOTE
005200*-----------------------------------------------------------------
005210 4000-GRAVA-AUDITORIA.
005220
005230     MOVE SPACES       TO AP-HORA-SISTEMA
005240     MOVE AP-HORA-CICS TO AP-HORA-SISTEMA(1:6)
005250     MOVE '00'         TO AP-HORA-SISTEMA(7:2)
005260
005270     MOVE AP-DATA-SISTEMA        TO AU-DATA
005280     MOVE AP-HORA-SISTEMA        TO AU-HORA
005290     MOVE ZEROS                  TO AU-SEQUENCIA
005300     MOVE 'S'                    TO AU-TIPO
005310     MOVE TR-NOME                TO AU-NOME
005320     MOVE ZEROS                  TO AU-IDADE
005330     MOVE TR-DATA-NASC           TO AU-DATA-NASC
005340     MOVE TR-EMAIL               TO AU-EMAIL
005350     MOVE SPACES                 TO AU-CLASSE
005360     MOVE TR-CPF                 TO AU-CPF
005370     MOVE TR-TELEFONE            TO AU-TELEFONE
005380     MOVE TR-ENDERECO            TO AU-ENDERECO
005390     MOVE SPACES                 TO AU-EMAIL-NOVO
005400     MOVE AP-USUARIO             TO AU-USUARIO-SUPERVISOR
005410     MOVE CP-OPERADOR            TO AU-USUARIO-OPERADOR
005420     MOVE AP-MOTIVO              TO AU-MOTIVO-SUPERVISAO
005430     MOVE 'C'                    TO AU-ORIGEM
005440
005450     EVALUATE TRUE
005460         WHEN CP-APROVADA
005470             MOVE 'APROVADO'     TO AU-STATUS
005480         WHEN CP-REJEITADA
005490             MOVE 'REJEITADO'    TO AU-STATUS
005500         WHEN OTHER
005510             MOVE 'DEVOLVIDO'    TO AU-STATUS
005520     END-EVALUATE
005530
005540     MOVE 'AUDITLOG'             TO AP-CHAVE-CADEIA
005550
005560     EXEC CICS READ
005570         FILE('CADEIA')
005580         INTO(REG-CADEIA)
005590         RIDFLD(AP-CHAVE-CADEIA)
005600         UPDATE
005610         RESP(AP-RESP)
005620     END-EXEC
005630
005640     IF AP-RESP NOT = DFHRESP(NORMAL)
005650         GO TO 4000-EXIT
005660     END-IF
005670
005680     MOVE CD-ULT-SEQUENCIA       TO AP-CA-SEQUENCIA
005690     MOVE CD-ULT-HASH            TO AP-CA-HASH
005700
005710     PERFORM 4100-ENCADEIA-AUDITORIA THRU 4100-EXIT
005720
005730     EXEC CICS WRITEQ TD
005740         QUEUE(AP-FILA-AUDITORIA)
005750         FROM(REG-AUDITORIA)
005760         LENGTH(AP-LEN-AUDITORIA)
005770         RESP(AP-RESP)
005780     END-EXEC
005790
005800     IF AP-RESP NOT = DFHRESP(NORMAL)
005810         EXEC CICS UNLOCK
005820             FILE('CADEIA')
005830             RESP(AP-RESP-CADEIA)
005840         END-EXEC
005850         GO TO 4000-EXIT
005860     END-IF
005870
005880     MOVE AP-CA-SEQUENCIA        TO CD-ULT-SEQUENCIA
005890     MOVE AP-CA-HASH             TO CD-ULT-HASH
005900
005910     PERFORM 4800-ATUALIZA-CADEIA THRU 4800-EXIT.
005920
005930 4000-EXIT.
005940     EXIT.
005950*-----------------------------------------------------------------
005960* 4100-ENCADEIA-AUDITORIA - PREENCHE A AREA AU-CADEIA DO REGISTRO
005970* DE AUDITORIA MONTADO: PROXIMA SEQUENCIA DA CADEIA, HASH DO
005980* REGISTRO ANTERIOR, HASH DOS DADOS PESSOAIS E HASH DO REGISTRO,
005990* CALCULADO COM OS DADOS PESSOAIS EM BRANCO (VER CADEREG)
006000*-----------------------------------------------------------------
006010 4100-ENCADEIA-AUDITORIA.
006020
006030     MOVE SPACES                 TO AP-HASH-DADOS-PESSOAIS
006040     MOVE AU-NOME                TO AP-HP-NOME(1)
006050     MOVE AU-CPF                 TO AP-HP-CPF(1)
006060     MOVE AU-TELEFONE            TO AP-HP-TELEFONE(1)
006070     MOVE AU-ENDERECO            TO AP-HP-ENDERECO(1)
006080
006090     MOVE AP-HASH-DADOS-PESSOAIS TO AP-HASH-AREA
006100     MOVE 274                    TO AP-HASH-TAMANHO
006110     PERFORM 4200-CALCULA-HASH THRU 4200-EXIT
006120     MOVE AP-HASH-RESULTADO      TO AU-HASH-PESSOAL
006130
006140     ADD 1                       TO AP-CA-SEQUENCIA
006150     MOVE AP-CA-SEQUENCIA        TO AU-SEQ-CADEIA
006160     MOVE AP-CA-HASH             TO AU-HASH-ANTERIOR
006170
006180     MOVE AU-HASH-ANTERIOR       TO AP-HE-ANTERIOR
006190     MOVE AU-SEQ-CADEIA          TO AP-HE-SEQUENCIA
006200     MOVE AU-HASH-PESSOAL        TO AP-HE-PESSOAL
006210
006220     MOVE REG-AUDITORIA          TO AP-HASH-AREA
006230     MOVE SPACES                 TO AU-NOME
006240     MOVE ZEROS                  TO AU-CPF
006250     MOVE SPACES                 TO AU-TELEFONE
006260     MOVE SPACES                 TO AU-ENDERECO
006270     MOVE REG-AUDITORIA(1:263)   TO AP-HE-REGISTRO
006280     MOVE AP-HASH-AREA(1:333)    TO REG-AUDITORIA
006290
006300     MOVE AP-HASH-ENTRADA        TO AP-HASH-AREA
006310     MOVE 523                    TO AP-HASH-TAMANHO
006320     PERFORM 4200-CALCULA-HASH THRU 4200-EXIT
006330     MOVE AP-HASH-RESULTADO      TO AU-HASH-REGISTRO
006340     MOVE AP-HASH-RESULTADO      TO AP-CA-HASH.
006350
006360 4100-EXIT.
006370     EXIT.
006380*-----------------------------------------------------------------
006390* 4200-CALCULA-HASH - CALCULA O HASH DE 20 DIGITOS DOS PRIMEIROS
006400* AP-HASH-TAMANHO BYTES DE AP-HASH-AREA (VER CADEREG)
006410*-----------------------------------------------------------------
006420 4200-CALCULA-HASH.
006430
006440     MOVE ZEROS                  TO AP-HASH-ACUM1
006450     MOVE ZEROS                  TO AP-HASH-ACUM2
006460
006470     PERFORM 4300-ACUMULA-BYTE THRU 4300-EXIT
006480         VARYING AP-HASH-POS FROM 1 BY 1
006490         UNTIL AP-HASH-POS > AP-HASH-TAMANHO
006500
006510     MOVE AP-HASH-ACUM1          TO AP-HASH-H1
006520     MOVE AP-HASH-ACUM2          TO AP-HASH-H2.
006530
006540 4200-EXIT.
006550     EXIT.
006560*-----------------------------------------------------------------
006570* 4300-ACUMULA-BYTE - ACUMULA O BYTE CORRENTE DA AREA NAS DUAS
006580* METADES DO HASH; O BYTE E LIDO COMO BINARIO PELA REDEFINICAO DE
006590* AP-HASH-BYTE-BINARIO
006600*-----------------------------------------------------------------
006610 4300-ACUMULA-BYTE.
006620
006630     MOVE AP-HASH-AREA(AP-HASH-POS:1) TO AP-HASH-BYTE
006640
006650     COMPUTE AP-HASH-ACUM1 = AP-HASH-ACUM1 * 257
006660         + AP-HASH-BYTE-BINARIO + 1
006670     DIVIDE AP-HASH-ACUM1 BY 2147483647
006680         GIVING AP-HASH-QUOCIENTE REMAINDER AP-HASH-RESTO
006690     MOVE AP-HASH-RESTO          TO AP-HASH-ACUM1
006700
006710     COMPUTE AP-HASH-ACUM2 = AP-HASH-ACUM2 * 263
006720         + AP-HASH-BYTE-BINARIO + AP-HASH-POS
006730     DIVIDE AP-HASH-ACUM2 BY 999999937
006740         GIVING AP-HASH-QUOCIENTE REMAINDER AP-HASH-RESTO
006750     MOVE AP-HASH-RESTO          TO AP-HASH-ACUM2.
006760
006770 4300-EXIT.
006780     EXIT.
006790*-----------------------------------------------------------------
006800* 4800-ATUALIZA-CADEIA - REGRAVA NO CONTROLE CADEIA (LIDO COM
006810* UPDATE PELO CHAMADOR) A SEQUENCIA E O HASH DO REGISTRO GRAVADO
006820* NA FILA TD, COM A DATA E A HORA DA GRAVACAO. O BLOQUEIO DO
006830* REGISTRO ENTRE A LEITURA E A REGRAVACAO MANTEM A ORDEM DA CADEIA
006840* IGUAL A ORDEM DE GRAVACAO NA FILA
006850*-----------------------------------------------------------------
006860 4800-ATUALIZA-CADEIA.
006870
006880     MOVE AP-DATA-SISTEMA        TO CD-DATA-ATUALIZACAO
006890     MOVE AP-HORA-SISTEMA        TO CD-HORA-ATUALIZACAO
006900     MOVE 'STMCAD056'            TO CD-PROGRAMA
006910
006920     EXEC CICS REWRITE
006930         FILE('CADEIA')
006940         FROM(REG-CADEIA)
006950         RESP(AP-RESP)
006960     END-EXEC.
006970
006980 4800-EXIT.
006990     EXIT.
007000*-----------------------------------------------------------------
007010* 5000-FORMATA-ENDERECO - MONTA A LINHA DE EXIBICAO DO ENDERECO DA
007020* ENTRADA (LOGRADOURO NUMERO BAIRRO CIDADE-UF) EM AP-ENDERECO-FMT;
007030* OS CAMPOS SAO CORTADOS NO PRIMEIRO PAR DE BRANCOS
007040*-----------------------------------------------------------------
007050 5000-FORMATA-ENDERECO.
007060
007070     MOVE SPACES TO AP-ENDERECO-FMT
007080
007090     STRING TR-END-LOGRADOURO    DELIMITED BY '  '
007100         ' '                     DELIMITED BY SIZE
007110         TR-END-NUMERO           DELIMITED BY SPACE
007120         ' '                     DELIMITED BY SIZE
007130         TR-END-BAIRRO           DELIMITED BY '  '
007140         ' '                     DELIMITED BY SIZE
007150         TR-END-CIDADE           DELIMITED BY '  '
007160         '-'                     DELIMITED BY SIZE
007170         TR-END-UF               DELIMITED BY SIZE
007180         INTO AP-ENDERECO-FMT
007190     END-STRING.
007200
007210 5000-EXIT.
007220     EXIT.
007230*-----------------------------------------------------------------
007240* 5100-FORMATA-SITUACAO - MONTA A LINHA DE EXIBICAO DA SITUACAO DA
007250* ENTRADA: PENDENTE, OU REENVIADA COM A QUANTIDADE DE DEVOLUCOES
007260* (O MOTIVO DA ULTIMA DEVOLUCAO E EXIBIDO A PARTE)
007270*-----------------------------------------------------------------
007280 5100-FORMATA-SITUACAO.
007290
007300     MOVE SPACES TO AP-SITUACAO-FMT
007310
007320     IF CP-QTD-DEVOLUCOES > ZEROS
007330         STRING 'REENVIADA APOS '    DELIMITED BY SIZE
007340             CP-QTD-DEVOLUCOES       DELIMITED BY SIZE
007350             ' DEVOLUCAO(OES)'       DELIMITED BY SIZE
007360             INTO AP-SITUACAO-FMT
007370         END-STRING
007380     ELSE
007390         MOVE 'PENDENTE' TO AP-SITUACAO-FMT
007400     END-IF.
007410
007420 5100-EXIT.
007430     EXIT.
007440*-----------------------------------------------------------------
007450* 6000-RECEBE-MAPA - RECEBE O MAPA DA TELA; MAPFAIL E TRATADO
007460* COMO MAPA VAZIO
007470*-----------------------------------------------------------------
007480 6000-RECEBE-MAPA.
007490
007500     MOVE LOW-VALUES TO CAD5SI
007510
007520     EXEC CICS RECEIVE
007530         MAP('CAD5S')
007540         MAPSET('STMCAD5S')
007550         INTO(CAD5SI)
007560         RESP(AP-RESP)
007570     END-EXEC.
007580
007590 6000-EXIT.
007600     EXIT.
007610*-----------------------------------------------------------------
007620* 7000-ENVIA-MAPA - ENVIA O MAPA COM OS DADOS E A MENSAGEM
007630* CORRENTES
007640*-----------------------------------------------------------------
007650 7000-ENVIA-MAPA.
007660
007670     EXEC CICS SEND
007680         MAP('CAD5S')
007690         MAPSET('STMCAD5S')
007700         FROM(CAD5SO)
007710         ERASE
007720     END-EXEC.
007730
007740 7000-EXIT.
007750     EXIT.
007760*-----------------------------------------------------------------
007770* 8000-ENCERRA - ENCERRA A TRANSACAO COM TELA LIMPA
007780*-----------------------------------------------------------------
007790 8000-ENCERRA.
007800
007810     EXEC CICS SEND TEXT
007820         FROM(AP-TRANS-APROVACAO)
007830         LENGTH(4)
007840         ERASE
007850     END-EXEC
007860
007870     EXEC CICS RETURN
007880     END-EXEC.
007890
007900 8000-EXIT.
007910     EXIT.
007920 END PROGRAM STMCAD056.
