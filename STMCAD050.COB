000430*                   APONTA PARA O MESMO DATASET JRNMEST DO
000440*                   LOTE; EM FALHA A CORRECAO E DESFEITA COM
000450*                   SYNCPOINT ROLLBACK, COMO NA AUDITORIA
000460*   15/10/26  MS    CONSULTA PELO CPF: COM O E-MAIL EM BRANCO, O
000470*                   CPF DIGITADO E PROCURADO PELO PATH DO INDICE
000480*                   ALTERNATIVO (ARQUIVO CICS CADMCPF); ENTRE OS
000490*                   CADASTROS DO CPF E EXIBIDO O ATIVO (OU O
000500*                   PRIMEIRO, SE TODOS INATIVOS) E A MENSAGEM
000510*                   AVISA QUANDO HA MAIS DE UM. A CORRECAO PF5
000520*                   SEGUE PELO E-MAIL DO CADASTRO EXIBIDO
000530*   15/10/26  MS    MESTRE DE LRECL 225 (CAMPOS DE CONSENTIMENTO,
000540*                   PRESERVADOS PELA CORRECAO) E JORNAL DE LRECL
000550*                   473
000560*   15/10/26  MS    CADEIA DE HASH NA AUDITORIA E NO JORNAL DA
000570*                   CORRECAO (LRECL 332 E 543): O CONTROLE DA
000580*                   CADEIA (ARQUIVO CICS CADEIA) E LIDO COM
000590*                   UPDATE ANTES DO WRITEQ TD E REGRAVADO DEPOIS;
000600*                   EM FALHA A CORRECAO E DESFEITA COMO ANTES
000610*   15/10/26  MS    AUDITORIA DE LRECL 333 COM A ORIGEM M
000620*                   (MANUTENCAO, VER ORIGTAB)
000630******************************************************************
000640 IDENTIFICATION DIVISION.
000650 PROGRAM-ID. STMCAD050.
000660 ENVIRONMENT DIVISION.
000670 DATA DIVISION.
000680 WORKING-STORAGE SECTION.
000690
000700 77  OL-TRANS-CONSULTA                 PIC X(04) VALUE 'CD50'.
000710 77  OL-TRANS-CORRECAO                 PIC X(04) VALUE 'CD5A'.
000720 77  OL-FILA-AUDITORIA                 PIC X(04) VALUE 'AUDL'.
000730 77  OL-FILA-JORNAL                    PIC X(04) VALUE 'JRNL'.
000740 77  OL-RESP                           PIC S9(08) COMP
000750                                       VALUE ZEROS.
000760 77  OL-EMAIL-CHAVE                    PIC X(30) VALUE SPACES.
000770 77  OL-ABSTIME                        PIC S9(15) COMP-3
000780                                       VALUE ZEROS.
000790 77  OL-DATA-SISTEMA                   PIC X(08) VALUE SPACES.
000800 77  OL-HORA-SISTEMA                   PIC X(08) VALUE SPACES.
000810 77  OL-HORA-CICS                      PIC X(06) VALUE SPACES.
000820 77  OL-LEN-AUDITORIA                  PIC S9(04) COMP VALUE +333.
000830 77  OL-LEN-JORNAL                     PIC S9(04) COMP VALUE +543.
000840 77  OL-ENDERECO-FMT                   PIC X(60) VALUE SPACES.
000850 77  OL-SITUACAO-FMT                   PIC X(20) VALUE SPACES.
000860 77  OL-IMAGEM-ANTES                   PIC X(225) VALUE SPACES.
000870 77  OL-CPF-CHAVE                      PIC X(11) VALUE SPACES.
000880 77  OL-CPF-NUMERO                     PIC 9(11) VALUE ZEROS.
000890 77  OL-QTD-CPF                        PIC 9(02) VALUE ZEROS.
000900 77  OL-REGISTRO-CPF                   PIC X(225) VALUE SPACES.
000910 77  OL-CHAVE-CADEIA                   PIC X(08) VALUE SPACES.
000920 77  OL-RESP-CADEIA                    PIC S9(08) COMP
000930                                       VALUE ZEROS.
000940
000950*-----------------------------------------------------------------
000960* CADEIA DE HASH DA TRILHA DE AUDITORIA E DO JORNAL: ULTIMA
000970* SEQUENCIA E ULTIMO HASH DE CADA ARQUIVO E AREAS DO CALCULO
000980* (DESCRITO EM CADEREG)
000990*-----------------------------------------------------------------
001000 01  OL-CADEIA-AUDITORIA.
001010     02  OL-CA-SEQUENCIA              PIC 9(10) VALUE ZEROS.
001020     02  OL-CA-HASH                   PIC X(20) VALUE SPACES.
001030 01  OL-CADEIA-JORNAL.
001040     02  OL-CJ-SEQUENCIA              PIC 9(10) VALUE ZEROS.
001050     02  OL-CJ-HASH                   PIC X(20) VALUE SPACES.
001060 01  OL-HASH-ENTRADA.
001070     02  OL-HE-ANTERIOR               PIC X(20).
001080     02  OL-HE-SEQUENCIA              PIC 9(10).
001090     02  OL-HE-PESSOAL                PIC X(20).
001100     02  OL-HE-REGISTRO               PIC X(473).
001110 01  OL-HASH-DADOS-PESSOAIS.
001120     02  OL-HP-IMAGEM OCCURS 2 TIMES.
001130         03  OL-HP-NOME               PIC X(30).
001140         03  OL-HP-CPF                PIC X(11).
001150         03  OL-HP-TELEFONE           PIC X(11).
001160         03  OL-HP-ENDERECO           PIC X(85).
001170 01  OL-HASH-AREA                     PIC X(523) VALUE SPACES.
001180 01  OL-HASH-RESULTADO.
001190     02  OL-HASH-H1                   PIC 9(10).
001200     02  OL-HASH-H2                   PIC 9(10).
001210 01  OL-HASH-BYTE-BINARIO             PIC 9(04) COMP VALUE ZEROS.
001220 01  OL-HASH-BYTE-AREA REDEFINES OL-HASH-BYTE-BINARIO.
001230     02  FILLER                       PIC X(01).
001240     02  OL-HASH-BYTE                 PIC X(01).
001250 77  OL-HASH-TAMANHO                  PIC 9(04) COMP VALUE ZEROS.
001260 77  OL-HASH-POS                      PIC 9(04) COMP VALUE ZEROS.
001270 77  OL-HASH-ACUM1                    PIC 9(18) COMP VALUE ZEROS.
001280 77  OL-HASH-ACUM2                    PIC 9(18) COMP VALUE ZEROS.
001290 77  OL-HASH-QUOCIENTE                PIC 9(18) COMP VALUE ZEROS.
001300 77  OL-HASH-RESTO                    PIC 9(18) COMP VALUE ZEROS.
001310
001320 01  OL-SWITCHES.
001330     02  OL-SW-FIM-CPF                 PIC X(01) VALUE 'N'.
001340         88  FIM-CPF                   VALUE 'S'.
001350     02  OL-SW-ATIVO-CPF               PIC X(01) VALUE 'N'.
001360         88  CPF-ATIVO-LOCALIZADO      VALUE 'S'.
001370     02  OL-SW-ERRO-MESTRE             PIC X(01) VALUE 'N'.
001380         88  ERRO-LEITURA-MESTRE       VALUE 'S'.
001390
001400 01  OL-COMMAREA.
001410     02  CA-ULTIMO-EMAIL               PIC X(30) VALUE SPACES.
001420
001430     COPY STMCAD5M.
001440
001450     COPY CADMREG.
001460
001470     COPY AUDIREG.
001480
001490     COPY JRNLREG.
001500
001510     COPY CADEREG.
001520
001530     COPY DFHAID.
001540
001550     COPY DFHBMSCA.
001560
001570 LINKAGE SECTION.
001580 01  DFHCOMMAREA.
001590     02  LK-ULTIMO-EMAIL               PIC X(30).
001600
001610 PROCEDURE DIVISION.
001620*-----------------------------------------------------------------
001630* 0000-MAINLINE - DIRIGE O FLUXO PSEUDO-CONVERSACIONAL: PRIMEIRA
001640* ENTRADA ENVIA O MAPA LIMPO; AS DEMAIS TRATAM A TECLA RECEBIDA
001650*-----------------------------------------------------------------
001660 0000-MAINLINE.
001670
001680     IF EIBCALEN = 0
001690         PERFORM 1000-PRIMEIRA-ENTRADA THRU 1000-EXIT
001700     ELSE
001710         MOVE LK-ULTIMO-EMAIL TO CA-ULTIMO-EMAIL
001720         EVALUATE EIBAID
001730             WHEN DFHPF3
001740                 PERFORM 8000-ENCERRA THRU 8000-EXIT
001750             WHEN DFHENTER
001760                 PERFORM 2000-CONSULTA THRU 2000-EXIT
001770             WHEN DFHPF5
001780                 PERFORM 3000-CORRECAO THRU 3000-EXIT
001790             WHEN OTHER
001800                 MOVE 'TECLA INVALIDA - USE ENTER, PF5 OU PF3'
001810                     TO MSGO
001820                 PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
001830         END-EVALUATE
001840     END-IF.
001850
001860     EXEC CICS RETURN
001870         TRANSID(EIBTRNID)
001880         COMMAREA(OL-COMMAREA)
001890         LENGTH(30)
001900     END-EXEC.
001910
001920*-----------------------------------------------------------------
001930* 1000-PRIMEIRA-ENTRADA - ENVIA O MAPA LIMPO NA PRIMEIRA ENTRADA
001940* DA TRANSACAO
001950*-----------------------------------------------------------------
001960 1000-PRIMEIRA-ENTRADA.
001970
001980     MOVE LOW-VALUES TO CAD5MO
001990
002000     MOVE 'INFORME O E-MAIL OU O CPF E TECLE ENTER' TO MSGO
002010
002020     EXEC CICS SEND
002030         MAP('CAD5M')
002040         MAPSET('STMCAD5M')
002050         FROM(CAD5MO)
002060         ERASE
002070     END-EXEC.
002080
002090 1000-EXIT.
002100     EXIT.
002110*-----------------------------------------------------------------
002120* 2000-CONSULTA - RECEBE O MAPA, LE O MESTRE PELO E-MAIL E EXIBE
002130* OS DADOS DO CADASTRO; COM O E-MAIL EM BRANCO E O CPF DIGITADO,
002140* A CONSULTA E FEITA PELO CPF (2100-CONSULTA-CPF)
002150*-----------------------------------------------------------------
002160 2000-CONSULTA.
002170
002180     PERFORM 6000-RECEBE-MAPA THRU 6000-EXIT
002190
002200     IF (EMAILI = SPACES OR EMAILL = 0)
002210         AND (CPFI = SPACES OR CPFL = 0)
002220         MOVE 'INFORME O E-MAIL OU O CPF DA CONSULTA' TO MSGO
002230         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
002240         GO TO 2000-EXIT
002250     END-IF
002260
002270     IF EMAILI = SPACES OR EMAILL = 0
002280         PERFORM 2100-CONSULTA-CPF THRU 2100-EXIT
002290         GO TO 2000-EXIT
002300     END-IF
002310
002320     MOVE EMAILI TO OL-EMAIL-CHAVE
002330
002340     EXEC CICS READ
002350         FILE('CADMEST')
002360         INTO(REG-CADASTRO-MESTRE)
002370         RIDFLD(OL-EMAIL-CHAVE)
002380         RESP(OL-RESP)
002390     END-EXEC
002400
002410     IF OL-RESP = DFHRESP(NOTFND)
002420         MOVE SPACES TO CA-ULTIMO-EMAIL
002430         MOVE LOW-VALUES TO CAD5MO
002440         MOVE OL-EMAIL-CHAVE TO EMAILO
002450         MOVE 'E-MAIL NAO CONSTA NO CADASTRO' TO MSGO
002460         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
002470         GO TO 2000-EXIT
002480     END-IF
002490
002500     IF OL-RESP NOT = DFHRESP(NORMAL)
002510         MOVE SPACES TO CA-ULTIMO-EMAIL
002520         MOVE 'ERRO DE LEITURA NO MESTRE - ACIONE O SUPORTE'
002530             TO MSGO
002540         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
002550         GO TO 2000-EXIT
002560     END-IF
002570
002580     MOVE OL-EMAIL-CHAVE TO CA-ULTIMO-EMAIL
002590
002600     MOVE CM-EMAIL       TO EMAILO
002610     MOVE CM-NOME        TO NOMEO
002620     MOVE CM-IDADE       TO IDADEO
002630     MOVE CM-DATA-NASC   TO NASCO
002640     MOVE CM-CLASSE      TO CLASSEO
002650     MOVE CM-CPF         TO CPFO
002660     MOVE CM-TELEFONE    TO TELEFO
002670     PERFORM 5000-FORMATA-ENDERECO THRU 5000-EXIT
002680     MOVE OL-ENDERECO-FMT TO ENDERO
002690     PERFORM 5100-FORMATA-SITUACAO THRU 5100-EXIT
002700     MOVE OL-SITUACAO-FMT TO SITUACO
002710     MOVE 'CADASTRO LOCALIZADO - PF5 GRAVA CORRECAO DO NOME'
002720         TO MSGO
002730
002740     PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT.
002750
002760 2000-EXIT.
002770     EXIT.
002780*-----------------------------------------------------------------
002790* 2100-CONSULTA-CPF - PERCORRE O MESTRE PELO PATH DO INDICE
002800* ALTERNATIVO (CADMCPF, CHAVE CPF NAO UNICA), CONTA OS CADASTROS
002810* DO CPF E EXIBE O ATIVO, OU O PRIMEIRO QUANDO TODOS ESTAO
002820* INATIVOS; O E-MAIL DO CADASTRO EXIBIDO FICA NA COMMAREA PARA A
002830* CORRECAO PF5, COMO NA CONSULTA PELO E-MAIL
002840*-----------------------------------------------------------------
002850 2100-CONSULTA-CPF.
002860
002870     IF CPFI IS NOT NUMERIC
002880         MOVE SPACES TO CA-ULTIMO-EMAIL
002890         MOVE 'CPF DA CONSULTA DEVE TER 11 DIGITOS' TO MSGO
002900         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
002910         GO TO 2100-EXIT
002920     END-IF
002930
002940     MOVE CPFI TO OL-CPF-CHAVE
002950     MOVE CPFI TO OL-CPF-NUMERO
002960     MOVE ZEROS TO OL-QTD-CPF
002970     MOVE 'N' TO OL-SW-FIM-CPF
002980     MOVE 'N' TO OL-SW-ATIVO-CPF
002990     MOVE 'N' TO OL-SW-ERRO-MESTRE
003000     MOVE SPACES TO OL-REGISTRO-CPF
003010
003020     EXEC CICS STARTBR
003030         FILE('CADMCPF')
003040         RIDFLD(OL-CPF-CHAVE)
003050         EQUAL
003060         RESP(OL-RESP)
003070     END-EXEC
003080
003090     IF OL-RESP = DFHRESP(NOTFND)
003100         MOVE SPACES TO CA-ULTIMO-EMAIL
003110         MOVE LOW-VALUES TO CAD5MO
003120         MOVE OL-CPF-CHAVE TO CPFO
003130         MOVE 'CPF NAO CONSTA NO CADASTRO' TO MSGO
003140         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
003150         GO TO 2100-EXIT
003160     END-IF
003170
003180     IF OL-RESP NOT = DFHRESP(NORMAL)
003190         MOVE SPACES TO CA-ULTIMO-EMAIL
003200         MOVE 'ERRO DE LEITURA NO MESTRE - ACIONE O SUPORTE'
003210             TO MSGO
003220         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
003230         GO TO 2100-EXIT
003240     END-IF
003250
003260     PERFORM 2110-LE-PROXIMO-CPF THRU 2110-EXIT
003270         UNTIL FIM-CPF
003280
003290     EXEC CICS ENDBR
003300         FILE('CADMCPF')
003310         RESP(OL-RESP)
003320     END-EXEC
003330
003340     IF ERRO-LEITURA-MESTRE
003350         OR OL-QTD-CPF = ZEROS
003360         MOVE SPACES TO CA-ULTIMO-EMAIL
003370         MOVE 'ERRO DE LEITURA NO MESTRE - ACIONE O SUPORTE'
003380             TO MSGO
003390         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
003400         GO TO 2100-EXIT
003410     END-IF
003420
003430     MOVE OL-REGISTRO-CPF TO REG-CADASTRO-MESTRE
003440
003450     MOVE CM-EMAIL TO CA-ULTIMO-EMAIL
003460
003470     MOVE CM-EMAIL       TO EMAILO
003480     MOVE CM-NOME        TO NOMEO
003490     MOVE CM-IDADE       TO IDADEO
003500     MOVE CM-DATA-NASC   TO NASCO
003510     MOVE CM-CLASSE      TO CLASSEO
003520     MOVE CM-CPF         TO CPFO
003530     MOVE CM-TELEFONE    TO TELEFO
003540     PERFORM 5000-FORMATA-ENDERECO THRU 5000-EXIT
003550     MOVE OL-ENDERECO-FMT TO ENDERO
003560     PERFORM 5100-FORMATA-SITUACAO THRU 5100-EXIT
003570     MOVE OL-SITUACAO-FMT TO SITUACO
003580
003590     IF OL-QTD-CPF = 1
003600         MOVE 'LOCALIZADO PELO CPF - PF5 GRAVA CORRECAO DO NOME'
003610             TO MSGO
003620     ELSE
003630         MOVE SPACES TO MSGO
003640         IF CPF-ATIVO-LOCALIZADO
003650             STRING 'CPF EM '              DELIMITED BY SIZE
003660                    OL-QTD-CPF             DELIMITED BY SIZE
003670                    ' CADASTROS - EXIBIDO O ATIVO'
003680                                           DELIMITED BY SIZE
003690                 INTO MSGO
003700             END-STRING
003710         ELSE
003720             STRING 'CPF EM '              DELIMITED BY SIZE
003730                    OL-QTD-CPF             DELIMITED BY SIZE
003740                    ' CADASTROS INATIVOS - EXIBIDO O PRIMEIRO'
003750                                           DELIMITED BY SIZE
003760                 INTO MSGO
003770             END-STRING
003780         END-IF
003790     END-IF
003800
003810     PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT.
003820
003830 2100-EXIT.
003840     EXIT.
003850*-----------------------------------------------------------------
003860* 2110-LE-PROXIMO-CPF - LE O PROXIMO CADASTRO DO BROWSE PELO CPF,
003870* CONTA-O E GUARDA EM OL-REGISTRO-CPF O PRIMEIRO LIDO, SUBSTITUIDO
003880* PELO PRIMEIRO ATIVO; ENCERRA QUANDO O CPF MUDA OU O PATH ACABA
003890* (DUPKEY = HA OUTROS COM O MESMO CPF)
003900*-----------------------------------------------------------------
003910 2110-LE-PROXIMO-CPF.
003920
003930     EXEC CICS READNEXT
003940         FILE('CADMCPF')
003950         INTO(REG-CADASTRO-MESTRE)
003960         RIDFLD(OL-CPF-CHAVE)
003970         RESP(OL-RESP)
003980     END-EXEC
003990
004000     IF OL-RESP = DFHRESP(ENDFILE)
004010         SET FIM-CPF TO TRUE
004020         GO TO 2110-EXIT
004030     END-IF
004040
004050     IF OL-RESP NOT = DFHRESP(NORMAL)
004060         AND OL-RESP NOT = DFHRESP(DUPKEY)
004070         SET ERRO-LEITURA-MESTRE TO TRUE
004080         SET FIM-CPF TO TRUE
004090         GO TO 2110-EXIT
004100     END-IF
004110
004120     IF CM-CPF NOT = OL-CPF-NUMERO
004130         SET FIM-CPF TO TRUE
004140         GO TO 2110-EXIT
004150     END-IF
004160
004170     IF OL-QTD-CPF < 99
004180         ADD 1 TO OL-QTD-CPF
004190     END-IF
004200
004210     IF OL-QTD-CPF = 1
004220         MOVE REG-CADASTRO-MESTRE TO OL-REGISTRO-CPF
004230     END-IF
004240
004250     IF CM-ATIVO
004260         AND NOT CPF-ATIVO-LOCALIZADO
004270         SET CPF-ATIVO-LOCALIZADO TO TRUE
004280         MOVE REG-CADASTRO-MESTRE TO OL-REGISTRO-CPF
004290     END-IF.
004300
004310 2110-EXIT.
004320     EXIT.
004330*-----------------------------------------------------------------
004340* 3000-CORRECAO - GRAVA A CORRECAO DO NOME NO MESTRE. SOMENTE A
004350* TRANSACAO CD5A (RESTRITA POR RACF) PODE GRAVAR; A CONSULTA
004360* CD50 RECEBE MENSAGEM DE NAO AUTORIZADO. A CORRECAO E
004370* REGISTRADA NA FILA TD DE AUDITORIA (MESMA TRILHA DO LOTE)
004380*-----------------------------------------------------------------
004390 3000-CORRECAO.
004400
004410     IF EIBTRNID NOT = OL-TRANS-CORRECAO
004420         MOVE 'OPERADOR NAO AUTORIZADO A CORRIGIR - USE CD5A'
004430             TO MSGO
004440         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
004450         GO TO 3000-EXIT
004460     END-IF
004470
004480     PERFORM 6000-RECEBE-MAPA THRU 6000-EXIT
004490
004500     IF CA-ULTIMO-EMAIL = SPACES
004510         MOVE 'CONSULTE O CADASTRO ANTES DE CORRIGIR' TO MSGO
004520         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
004530         GO TO 3000-EXIT
004540     END-IF
004550
004560     IF EMAILL > 0
004570         AND EMAILI NOT = CA-ULTIMO-EMAIL
004580         MOVE SPACES TO CA-ULTIMO-EMAIL
004590         MOVE 'CONSULTE O CADASTRO ANTES DE CORRIGIR' TO MSGO
004600         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
004610         GO TO 3000-EXIT
004620     END-IF
004630
004640     IF NOMEI = SPACES OR NOMEL = 0
004650         MOVE 'INFORME O NOME CORRIGIDO ANTES DO PF5' TO MSGO
004660         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
004670         GO TO 3000-EXIT
004680     END-IF
004690
004700     MOVE CA-ULTIMO-EMAIL TO OL-EMAIL-CHAVE
004710
004720     EXEC CICS READ
004730         FILE('CADMEST')
004740         INTO(REG-CADASTRO-MESTRE)
004750         RIDFLD(OL-EMAIL-CHAVE)
004760         UPDATE
004770         RESP(OL-RESP)
004780     END-EXEC
004790
004800     IF OL-RESP NOT = DFHRESP(NORMAL)
004810         MOVE 'CADASTRO NAO LOCALIZADO PARA CORRECAO' TO MSGO
004820         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
004830         GO TO 3000-EXIT
004840     END-IF
004850
004860     MOVE REG-CADASTRO-MESTRE TO OL-IMAGEM-ANTES
004870
004880     MOVE NOMEI TO CM-NOME
004890
004900     EXEC CICS REWRITE
004910         FILE('CADMEST')
004920         FROM(REG-CADASTRO-MESTRE)
004930         RESP(OL-RESP)
004940     END-EXEC
004950
004960     IF OL-RESP NOT = DFHRESP(NORMAL)
004970         MOVE 'ERRO NA GRAVACAO DO MESTRE - ACIONE O SUPORTE'
004980             TO MSGO
004990         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
005000         GO TO 3000-EXIT
005010     END-IF
005020
005030     PERFORM 4000-GRAVA-AUDITORIA THRU 4000-EXIT
005040
005050     IF OL-RESP NOT = DFHRESP(NORMAL)
005060         EXEC CICS SYNCPOINT ROLLBACK
005070         END-EXEC
005080         MOVE SPACES TO CA-ULTIMO-EMAIL
005090         MOVE 'CORRECAO DESFEITA - FALHA NA AUDITORIA' TO MSGO
005100         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
005110         GO TO 3000-EXIT
005120     END-IF
005130
005140     PERFORM 4500-GRAVA-JORNAL THRU 4500-EXIT
005150
005160     IF OL-RESP NOT = DFHRESP(NORMAL)
005170         EXEC CICS SYNCPOINT ROLLBACK
005180         END-EXEC
005190         MOVE SPACES TO CA-ULTIMO-EMAIL
005200         MOVE 'CORRECAO DESFEITA - FALHA NO JORNAL' TO MSGO
005210         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
005220         GO TO 3000-EXIT
005230     END-IF
005240
005250     MOVE CM-EMAIL       TO EMAILO
005260     MOVE CM-NOME        TO NOMEO
005270     MOVE CM-IDADE       TO IDADEO
005280     MOVE CM-DATA-NASC   TO NASCO
005290     MOVE CM-CLASSE      TO CLASSEO
005300     MOVE CM-CPF         TO CPFO
005310     MOVE CM-TELEFONE    TO TELEFO
005320     PERFORM 5000-FORMATA-ENDERECO THRU 5000-EXIT
005330     MOVE OL-ENDERECO-FMT TO ENDERO
005340     PERFORM 5100-FORMATA-SITUACAO THRU 5100-EXIT
005350     MOVE OL-SITUACAO-FMT TO SITUACO
005360     MOVE 'NOME CORRIGIDO E AUDITADO COM SUCESSO' TO MSGO
005370
005380     PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT.
005390
005400 3000-EXIT.
005410     EXIT.
005420*-----------------------------------------------------------------
005430* 4000-GRAVA-AUDITORIA - MONTA O REGISTRO DE AUDITORIA DA
005440* CORRECAO ONLINE (TIPO A, STATUS VALIDO, SEQUENCIA ZERO POIS
005450* NAO HA LOTE), ENCADEIA-O PELO CONTROLE CADEIA E GRAVA NA FILA
005460* TD EXTRAPARTICAO AUDL, QUE APONTA PARA O DATASET AUDITLOG DO
005470* LOTE; O RESP DIFERENTE DE NORMAL VOLTA AO CHAMADOR
005480*-----------------------------------------------------------------
005490 4000-GRAVA-AUDITORIA.
005500
005510     EXEC CICS ASKTIME
005520         ABSTIME(OL-ABSTIME)
005530     END-EXEC
005540
005550     EXEC CICS FORMATTIME
005560         ABSTIME(OL-ABSTIME)
005570         YYYYMMDD(OL-DATA-SISTEMA)
005580         TIME(OL-HORA-CICS)
005590     END-EXEC
005600
005610     MOVE SPACES       TO OL-HORA-SISTEMA
005620     MOVE OL-HORA-CICS TO OL-HORA-SISTEMA(1:6)
005630     MOVE '00'         TO OL-HORA-SISTEMA(7:2)
005640
005650     MOVE OL-DATA-SISTEMA        TO AU-DATA
005660     MOVE OL-HORA-SISTEMA        TO AU-HORA
005670     MOVE ZEROS                  TO AU-SEQUENCIA
005680     MOVE 'A'                    TO AU-TIPO
005690     MOVE CM-NOME                TO AU-NOME
005700     MOVE CM-IDADE               TO AU-IDADE
005710     MOVE CM-DATA-NASC           TO AU-DATA-NASC
005720     MOVE CM-EMAIL               TO AU-EMAIL
005730     MOVE CM-CLASSE              TO AU-CLASSE
005740     MOVE 'VALIDO'               TO AU-STATUS
005750     MOVE CM-CPF                 TO AU-CPF
005760     MOVE CM-TELEFONE            TO AU-TELEFONE
005770     MOVE CM-ENDERECO            TO AU-ENDERECO
005780     MOVE SPACES                 TO AU-EMAIL-NOVO
005790     MOVE 'M'                    TO AU-ORIGEM
005800
005810     MOVE 'AUDITLOG'             TO OL-CHAVE-CADEIA
005820
005830     EXEC CICS READ
005840         FILE('CADEIA')
005850         INTO(REG-CADEIA)
005860         RIDFLD(OL-CHAVE-CADEIA)
005870         UPDATE
005880         RESP(OL-RESP)
005890     END-EXEC
005900
005910     IF OL-RESP NOT = DFHRESP(NORMAL)
005920         GO TO 4000-EXIT
005930     END-IF
005940
005950     MOVE CD-ULT-SEQUENCIA       TO OL-CA-SEQUENCIA
005960     MOVE CD-ULT-HASH            TO OL-CA-HASH
005970
005980     PERFORM 4100-ENCADEIA-AUDITORIA THRU 4100-EXIT
005990
006000     EXEC CICS WRITEQ TD
006010         QUEUE(OL-FILA-AUDITORIA)
006020         FROM(REG-AUDITORIA)
006030         LENGTH(OL-LEN-AUDITORIA)
006040         RESP(OL-RESP)
006050     END-EXEC
006060
006070     IF OL-RESP NOT = DFHRESP(NORMAL)
006080         EXEC CICS UNLOCK
006090             FILE('CADEIA')
006100             RESP(OL-RESP-CADEIA)
006110         END-EXEC
006120         GO TO 4000-EXIT
006130     END-IF
006140
006150     MOVE OL-CA-SEQUENCIA        TO CD-ULT-SEQUENCIA
006160     MOVE OL-CA-HASH             TO CD-ULT-HASH
006170
006180     PERFORM 4800-ATUALIZA-CADEIA THRU 4800-EXIT.
006190
006200 4000-EXIT.
006210     EXIT.
006220*-----------------------------------------------------------------
006230* 4100-ENCADEIA-AUDITORIA - PREENCHE A AREA AU-CADEIA DO REGISTRO
006240* DE AUDITORIA MONTADO: PROXIMA SEQUENCIA DA CADEIA, HASH DO
006250* REGISTRO ANTERIOR, HASH DOS DADOS PESSOAIS E HASH DO REGISTRO,
006260* CALCULADO COM OS DADOS PESSOAIS EM BRANCO (VER CADEREG)
006270*-----------------------------------------------------------------
006280 4100-ENCADEIA-AUDITORIA.
006290
006300     MOVE SPACES                 TO OL-HASH-DADOS-PESSOAIS
006310     MOVE AU-NOME                TO OL-HP-NOME(1)
006320     MOVE AU-CPF                 TO OL-HP-CPF(1)
006330     MOVE AU-TELEFONE            TO OL-HP-TELEFONE(1)
006340     MOVE AU-ENDERECO            TO OL-HP-ENDERECO(1)
006350
006360     MOVE OL-HASH-DADOS-PESSOAIS TO OL-HASH-AREA
006370     MOVE 274                    TO OL-HASH-TAMANHO
006380     PERFORM 4200-CALCULA-HASH THRU 4200-EXIT
006390     MOVE OL-HASH-RESULTADO      TO AU-HASH-PESSOAL
006400
006410     ADD 1                       TO OL-CA-SEQUENCIA
006420     MOVE OL-CA-SEQUENCIA        TO AU-SEQ-CADEIA
006430     MOVE OL-CA-HASH             TO AU-HASH-ANTERIOR
006440
006450     MOVE AU-HASH-ANTERIOR       TO OL-HE-ANTERIOR
006460     MOVE AU-SEQ-CADEIA          TO OL-HE-SEQUENCIA
006470     MOVE AU-HASH-PESSOAL        TO OL-HE-PESSOAL
006480
006490     MOVE REG-AUDITORIA          TO OL-HASH-AREA
006500     MOVE SPACES                 TO AU-NOME
006510     MOVE ZEROS                  TO AU-CPF
006520     MOVE SPACES                 TO AU-TELEFONE
006530     MOVE SPACES                 TO AU-ENDERECO
006540     MOVE REG-AUDITORIA(1:263)   TO OL-HE-REGISTRO
006550     MOVE OL-HASH-AREA(1:333)    TO REG-AUDITORIA
006560
006570     MOVE OL-HASH-ENTRADA        TO OL-HASH-AREA
006580     MOVE 523                    TO OL-HASH-TAMANHO
006590     PERFORM 4200-CALCULA-HASH THRU 4200-EXIT
006600     MOVE OL-HASH-RESULTADO      TO AU-HASH-REGISTRO
006610     MOVE OL-HASH-RESULTADO      TO OL-CA-HASH.
006620
006630 4100-EXIT.
006640     EXIT.
006650*-----------------------------------------------------------------
006660* 4200-CALCULA-HASH - CALCULA O HASH DE 20 DIGITOS DOS PRIMEIROS
006670* OL-HASH-TAMANHO BYTES DE OL-HASH-AREA (VER CADEREG)
006680*-----------------------------------------------------------------
006690 4200-CALCULA-HASH.
006700
006710     MOVE ZEROS                  TO OL-HASH-ACUM1
006720     MOVE ZEROS                  TO OL-HASH-ACUM2
006730
006740     PERFORM 4300-ACUMULA-BYTE THRU 4300-EXIT
006750         VARYING OL-HASH-POS FROM 1 BY 1
006760         UNTIL OL-HASH-POS > OL-HASH-TAMANHO
006770
006780     MOVE OL-HASH-ACUM1          TO OL-HASH-H1
006790     MOVE OL-HASH-ACUM2          TO OL-HASH-H2.
006800
006810 4200-EXIT.
006820     EXIT.
006830*-----------------------------------------------------------------
006840* 4300-ACUMULA-BYTE - ACUMULA O BYTE CORRENTE DA AREA NAS DUAS
006850* METADES DO HASH; O BYTE E LIDO COMO BINARIO PELA REDEFINICAO DE
006860* OL-HASH-BYTE-BINARIO
006870*-----------------------------------------------------------------
006880 4300-ACUMULA-BYTE.
006890
006900     MOVE OL-HASH-AREA(OL-HASH-POS:1) TO OL-HASH-BYTE
006910
006920     COMPUTE OL-HASH-ACUM1 = OL-HASH-ACUM1 * 257
006930         + OL-HASH-BYTE-BINARIO + 1
006940     DIVIDE OL-HASH-ACUM1 BY 2147483647
006950         GIVING OL-HASH-QUOCIENTE REMAINDER OL-HASH-RESTO
006960     MOVE OL-HASH-RESTO          TO OL-HASH-ACUM1
006970
006980     COMPUTE OL-HASH-ACUM2 = OL-HASH-ACUM2 * 263
006990         + OL-HASH-BYTE-BINARIO + OL-HASH-POS
007000     DIVIDE OL-HASH-ACUM2 BY 999999937
007010         GIVING OL-HASH-QUOCIENTE REMAINDER OL-HASH-RESTO
007020     MOVE OL-HASH-RESTO          TO OL-HASH-ACUM2.
007030
007040 4300-EXIT.
007050     EXIT.
007060*-----------------------------------------------------------------
007070* 4500-GRAVA-JORNAL - MONTA O REGISTRO DO JORNAL DE IMAGENS DA
007080* CORRECAO ONLINE (OPERACAO R, SEQUENCIA ZERO POIS NAO HA LOTE)
007090* E GRAVA NA FILA TD EXTRAPARTICAO JRNL, QUE APONTA PARA O
007100* DATASET JRNMEST DO LOTE, ENCADEADO PELO CONTROLE CADEIA
007110*-----------------------------------------------------------------
007120 4500-GRAVA-JORNAL.
007130
007140     MOVE OL-DATA-SISTEMA        TO JN-DATA
007150     MOVE OL-HORA-SISTEMA        TO JN-HORA
007160     MOVE ZEROS                  TO JN-SEQUENCIA
007170     MOVE 'R'                    TO JN-OPERACAO
007180     MOVE OL-IMAGEM-ANTES        TO JN-IMAGEM-ANTES
007190     MOVE REG-CADASTRO-MESTRE    TO JN-IMAGEM-DEPOIS
007200
007210     MOVE 'JRNMEST '             TO OL-CHAVE-CADEIA
007220
007230     EXEC CICS READ
007240         FILE('CADEIA')
007250         INTO(REG-CADEIA)
007260         RIDFLD(OL-CHAVE-CADEIA)
007270         UPDATE
007280         RESP(OL-RESP)
007290     END-EXEC
007300
007310     IF OL-RESP NOT = DFHRESP(NORMAL)
007320         GO TO 4500-EXIT
007330     END-IF
007340
007350     MOVE CD-ULT-SEQUENCIA       TO OL-CJ-SEQUENCIA
007360     MOVE CD-ULT-HASH            TO OL-CJ-HASH
007370
007380     PERFORM 4600-ENCADEIA-JORNAL THRU 4600-EXIT
007390
007400     EXEC CICS WRITEQ TD
007410         QUEUE(OL-FILA-JORNAL)
007420         FROM(REG-JORNAL)
007430         LENGTH(OL-LEN-JORNAL)
007440         RESP(OL-RESP)
007450     END-EXEC
007460
007470     IF OL-RESP NOT = DFHRESP(NORMAL)
007480         EXEC CICS UNLOCK
007490             FILE('CADEIA')
007500             RESP(OL-RESP-CADEIA)
007510         END-EXEC
007520         GO TO 4500-EXIT
007530     END-IF
007540
007550     MOVE OL-CJ-SEQUENCIA        TO CD-ULT-SEQUENCIA
007560     MOVE OL-CJ-HASH             TO CD-ULT-HASH
007570
007580     PERFORM 4800-ATUALIZA-CADEIA THRU 4800-EXIT.
007590
007600 4500-EXIT.
007610     EXIT.
007620*-----------------------------------------------------------------
007630* 4600-ENCADEIA-JORNAL - PREENCHE A AREA JN-CADEIA DO REGISTRO DO
007640* JORNAL MONTADO: PROXIMA SEQUENCIA DA CADEIA, HASH DO REGISTRO
007650* ANTERIOR, HASH DOS DADOS PESSOAIS DAS DUAS IMAGENS E HASH DO
007660* REGISTRO, CALCULADO COM OS DADOS PESSOAIS EM BRANCO (VER
007670* CADEREG)
007680*-----------------------------------------------------------------
007690 4600-ENCADEIA-JORNAL.
007700
007710     MOVE JN-AN-NOME             TO OL-HP-NOME(1)
007720     MOVE JN-AN-CPF              TO OL-HP-CPF(1)
007730     MOVE JN-AN-TELEFONE         TO OL-HP-TELEFONE(1)
007740     MOVE JN-AN-ENDERECO         TO OL-HP-ENDERECO(1)
007750     MOVE JN-DP-NOME             TO OL-HP-NOME(2)
007760     MOVE JN-DP-CPF              TO OL-HP-CPF(2)
007770     MOVE JN-DP-TELEFONE         TO OL-HP-TELEFONE(2)
007780     MOVE JN-DP-ENDERECO         TO OL-HP-ENDERECO(2)
007790
007800     MOVE OL-HASH-DADOS-PESSOAIS TO OL-HASH-AREA
007810     MOVE 274                    TO OL-HASH-TAMANHO
007820     PERFORM 4200-CALCULA-HASH THRU 4200-EXIT
007830     MOVE OL-HASH-RESULTADO      TO JN-HASH-PESSOAL
007840
007850     ADD 1                       TO OL-CJ-SEQUENCIA
007860     MOVE OL-CJ-SEQUENCIA        TO JN-SEQ-CADEIA
007870     MOVE OL-CJ-HASH             TO JN-HASH-ANTERIOR
007880
007890     MOVE JN-HASH-ANTERIOR       TO OL-HE-ANTERIOR
007900     MOVE JN-SEQ-CADEIA          TO OL-HE-SEQUENCIA
007910     MOVE JN-HASH-PESSOAL        TO OL-HE-PESSOAL
007920
007930     MOVE SPACES                 TO JN-AN-NOME
007940     MOVE SPACES                 TO JN-AN-CPF
007950     MOVE SPACES                 TO JN-AN-TELEFONE
007960     MOVE SPACES                 TO JN-AN-ENDERECO
007970     MOVE SPACES                 TO JN-DP-NOME
007980     MOVE SPACES                 TO JN-DP-CPF
007990     MOVE SPACES                 TO JN-DP-TELEFONE
008000     MOVE SPACES                 TO JN-DP-ENDERECO
008010     MOVE REG-JORNAL(1:473)      TO OL-HE-REGISTRO
008020     MOVE OL-HP-NOME(1)          TO JN-AN-NOME
008030     MOVE OL-HP-CPF(1)           TO JN-AN-CPF
008040     MOVE OL-HP-TELEFONE(1)      TO JN-AN-TELEFONE
008050     MOVE OL-HP-ENDERECO(1)      TO JN-AN-ENDERECO
008060     MOVE OL-HP-NOME(2)          TO JN-DP-NOME
008070     MOVE OL-HP-CPF(2)           TO JN-DP-CPF
008080     MOVE OL-HP-TELEFONE(2)      TO JN-DP-TELEFONE
008090     MOVE OL-HP-ENDERECO(2)      TO JN-DP-ENDERECO
008100
008110     MOVE OL-HASH-ENTRADA        TO OL-HASH-AREA
008120     MOVE 523                    TO OL-HASH-TAMANHO
008130     PERFORM 4200-CALCULA-HASH THRU 4200-EXIT
008140     MOVE OL-HASH-RESULTADO      TO JN-HASH-REGISTRO
008150     MOVE OL-HASH-RESULTADO      TO OL-CJ-HASH.
008160
008170 4600-EXIT.
008180     EXIT.
008190*-----------------------------------------------------------------
008200* 4800-ATUALIZA-CADEIA - REGRAVA NO CONTROLE CADEIA (LIDO COM
008210* UPDATE PELO CHAMADOR) A SEQUENCIA E O HASH DO REGISTRO GRAVADO
008220* NA FILA TD, COM A DATA E A HORA DA GRAVACAO. O BLOQUEIO DO
008230* REGISTRO ENTRE A LEITURA E A REGRAVACAO MANTEM A ORDEM DA CADEIA
008240* IGUAL A ORDEM DE GRAVACAO NA FILA
008250*-----------------------------------------------------------------
008260 4800-ATUALIZA-CADEIA.
008270
008280     MOVE OL-DATA-SISTEMA        TO CD-DATA-ATUALIZACAO
008290     MOVE OL-HORA-SISTEMA        TO CD-HORA-ATUALIZACAO
008300     MOVE 'STMCAD050'            TO CD-PROGRAMA
008310
008320     EXEC CICS REWRITE
008330         FILE('CADEIA')
008340         FROM(REG-CADEIA)
008350         RESP(OL-RESP)
008360     END-EXEC.
008370
008380 4800-EXIT.
008390     EXIT.
008400*-----------------------------------------------------------------
008410* 5000-FORMATA-ENDERECO - MONTA A LINHA DE EXIBICAO DO ENDERECO
008420* (LOGRADOURO NUMERO BAIRRO CIDADE-UF) EM OL-ENDERECO-FMT; OS
008430* CAMPOS SAO CORTADOS NO PRIMEIRO PAR DE BRANCOS
008440*-----------------------------------------------------------------
008450 5000-FORMATA-ENDERECO.
008460
008470     MOVE SPACES TO OL-ENDERECO-FMT
008480
008490     STRING CM-END-LOGRADOURO    DELIMITED BY '  '
008500         ' '                     DELIMITED BY SIZE
008510         CM-END-NUMERO           DELIMITED BY SPACE
008520         ' '                     DELIMITED BY SIZE
008530         CM-END-BAIRRO           DELIMITED BY '  '
008540         ' '                     DELIMITED BY SIZE
008550         CM-END-CIDADE           DELIMITED BY '  '
008560         '-'                     DELIMITED BY SIZE
008570         CM-END-UF               DELIMITED BY SIZE
008580         INTO OL-ENDERECO-FMT
008590     END-STRING.
008600
008610 5000-EXIT.
008620     EXIT.
008630*-----------------------------------------------------------------
008640* 5100-FORMATA-SITUACAO - MONTA A LINHA DE EXIBICAO DA SITUACAO
008650* DO CADASTRO: ATIVO, OU INATIVO COM A DATA DA INATIVACAO
008660*-----------------------------------------------------------------
008670 5100-FORMATA-SITUACAO.
008680
008690     MOVE SPACES TO OL-SITUACAO-FMT
008700
008710     IF CM-INATIVO
008720         STRING 'INATIVO EM '        DELIMITED BY SIZE
008730             CM-DATA-INATIVACAO      DELIMITED BY SIZE
008740             INTO OL-SITUACAO-FMT
008750         END-STRING
008760     ELSE
008770         MOVE 'ATIVO' TO OL-SITUACAO-FMT
008780     END-IF.
008790
008800 5100-EXIT.
008810     EXIT.
008820*-----------------------------------------------------------------
008830* 6000-RECEBE-MAPA - RECEBE O MAPA DA TELA; MAPFAIL E TRATADO
008840* COMO MAPA VAZIO
008850*-----------------------------------------------------------------
008860 6000-RECEBE-MAPA.
008870
008880     MOVE LOW-VALUES TO CAD5MI
008890
008900     EXEC CICS RECEIVE
008910         MAP('CAD5M')
008920         MAPSET('STMCAD5M')
008930         INTO(CAD5MI)
008940         RESP(OL-RESP)
008950     END-EXEC.
008960
008970 6000-EXIT.
008980     EXIT.
008990*-----------------------------------------------------------------
009000* 7000-ENVIA-MAPA - REENVIA O MAPA COM OS DADOS E A MENSAGEM
009010* CORRENTES
009020*-----------------------------------------------------------------
009030 7000-ENVIA-MAPA.
009040
009050     EXEC CICS SEND
009060         MAP('CAD5M')
009070         MAPSET('STMCAD5M')
009080         FROM(CAD5MO)
009090         ERASE
009100     END-EXEC.
009110
009120 7000-EXIT.
009130     EXIT.
009140*-----------------------------------------------------------------
009150* 8000-ENCERRA - ENCERRA A TRANSACAO COM TELA LIMPA
009160*-----------------------------------------------------------------
009170 8000-ENCERRA.
009180
009190     EXEC CICS SEND TEXT
009200         FROM(OL-TRANS-CONSULTA)
009210         LENGTH(4)
009220         ERASE
009230     END-EXEC
009240
009250     EXEC CICS RETURN
009260     END-EXEC.
009270
009280 8000-EXIT.
009290     EXIT.
009300 END PROGRAM STMCAD050.
