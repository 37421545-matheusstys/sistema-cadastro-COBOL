000100*             MESMAS CRITICAS DO STMCAD005 SAO APLICADAS NA
000110*             TELA (NOME NAO BRANCO, NASCIMENTO NUMERICO E NAO
000120*             FUTURO, E-MAIL NAO BRANCO, CPF PELOS DIGITOS
000130*             VERIFICADORES), O CONSENTIMENTO DE MALA DIRETA (S/N)
000140*             E OBRIGATORIO E A ENTRADA ACEITA E GRAVADA COMO
000150*             TRANSACAO DE INCLUSAO (LAYOUT TRANREG) NO ARQUIVO
000160*             CICS CAPPEND, PENDENTE DE APROVACAO DO SUPERVISOR
000170*             (TRANSACAO CD5S, STMCAD056). O JOB NOTURNO STMCAD65
000180*             FECHA AS ENTRADAS APROVADAS EM ARQUIVO NO FORMATO
000190*             TRANCAP, QUE ENTRA NO CAMINHO NORMAL STEP005/STEP010
000200*             DO STMCAD01 - ASSIM O BALCAO GANHA CADASTRO NO MESMO
000210*             DIA SEM PASSAR PELO BUREAU DE DIGITACAO. A ENTRADA
000220*             DEVOLVIDA PELO SUPERVISOR E RECUPERADA COM PF6 PELO
000230*             OPERADOR QUE A DIGITOU, CORRIGIDA E REENVIADA. O
000240*             ENDERECO INFORMADO E CONFERIDO NA BASE DE CEP DOS
000250*             CORREIOS (ARQUIVO CICS CEPREF) E TEM CIDADE, UF E
000260*             BAIRRO COMPLETADOS PELO CEP ANTES DA GRAVACAO.
000270* TECTONICS.  DFHMAPS (BMS) + TRADUTOR CICS + COBOL
000280******************************************************************
000290* MODIFICATION HISTORY
000300*   02/09/26  MS    PROGRAMA ORIGINAL
000310*   02/09/26  MS    A ENTRADA PASSA A GRAVAR TR-DATA-EFETIVA
000320*                   ZERADA (APLICACAO IMEDIATA, LRECL 214)
000330*   15/10/26  MS    AVISO DE CPF EM USO: ANTES DE GRAVAR NA FILA
000340*                   O CPF E PROCURADO NO MESTRE PELO PATH DO
000350*                   INDICE ALTERNATIVO (ARQUIVO CICS CADMCPF); SE
000360*                   JA PERTENCE A OUTRO CADASTRO ATIVO, A ENTRADA
000370*                   NAO E GRAVADA E A TELA AVISA O E-MAIL DONO DO
000380*                   CPF. A ENTRADA AVISADA FICA GUARDADA NA
000390*                   COMMAREA (LENGTH 219) E SO VAI PARA A FILA SE
000400*                   O OPERADOR CONFIRMAR COM PF4 (O STMCAD010
000410*                   AINDA REJEITA COM CPD SE O OUTRO CADASTRO
000420*                   CONTINUAR ATIVO NO LOTE)
000430*   15/10/26  MS    CONSENTIMENTO DE MALA DIRETA CAPTADO NA TELA
000440*                   (CAMPO NCONS, S OU N, OBRIGATORIO) E GRAVADO
000450*                   NA INCLUSAO COM CANAL C (BALCAO CD55) E A
000460*                   DATA DO DIA
000470*   15/10/26  MS    CRITICA DO ENDERECO NA TELA: CEP NUMERICO E
000480*                   EXISTENTE NA BASE DE CEP (ARQUIVO CICS CEPREF,
000490*                   SO LEITURA) E UF DA TABELA UFTAB; COM O CEP
000500*                   LOCALIZADO, CIDADE, UF E BAIRRO DA TELA SAO
000510*                   SUBSTITUIDOS PELOS DA BASE ANTES DE MONTAR A
000520*                   TRANSACAO (MESMA REGRA DO STMCAD010)
000530*   15/10/26  MS    APROVACAO DO SUPERVISOR: A ENTRADA ACEITA
000540*                   DEIXA DE IR PARA A FILA TD CAPQ E E GRAVADA
000550*                   NO ARQUIVO CICS CAPPEND (LAYOUT CAPPREG) COM
000560*                   SITUACAO PENDENTE, O USUARIO DO OPERADOR E O
000570*                   TERMINAL; O SUPERVISOR DECIDE NA CD5S. PF6
000580*                   RECUPERA NA TELA A PROXIMA ENTRADA DEVOLVIDA
000590*                   PARA CORRECAO AO OPERADOR, QUE A REENVIA COM
000600*                   ENTER (A CHAVE DA DEVOLVIDA FICA NA COMMAREA,
000610*                   LENGTH 240)
000620*   15/10/26  MS    CIDADE OU UF DIGITADA DIFERENTE DA DO CEP NAO
000630*                   E MAIS SUBSTITUIDA EM SILENCIO: A TELA VOLTA
000640*                   COM O AVISO E A SUBSTITUICAO PELA BASE SO
000650*                   OCORRE COM A CONFIRMACAO POR PF4. O MAPA E
000660*                   REENVIADO COM MDT LIGADO NOS CAMPOS DE
000670*                   ENTRADA, PARA QUE A ENTRADA RECUPERADA COM
000680*                   PF6 OU DEVOLVIDA COM ERRO SIGA INTEIRA NO
000690*                   ENTER
000700******************************************************************
000710 IDENTIFICATION DIVISION.
000720 PROGRAM-ID. STMCAD055.
000730 ENVIRONMENT DIVISION.
000740 DATA DIVISION.
000750 WORKING-STORAGE SECTION.
000760
000770 77  OC-TRANS-CAPTACAO                 PIC X(04) VALUE 'CD55'.
000780 77  OC-RESP                           PIC S9(08) COMP
000790                                       VALUE ZEROS.
000800 77  OC-ABSTIME                        PIC S9(15) COMP-3
000810                                       VALUE ZEROS.
000820 77  OC-DATA-SISTEMA                   PIC X(08) VALUE SPACES.
000830 77  OC-HORA-CICS                      PIC X(06) VALUE SPACES.
000840 77  OC-USUARIO                        PIC X(08) VALUE SPACES.
000850 77  OC-CHAVE-PENDENTE                 PIC X(21) VALUE SPACES.
000860 77  OC-CPF-CHAVE                      PIC X(11) VALUE SPACES.
000870 77  OC-EMAIL-CPF                      PIC X(30) VALUE SPACES.
000880 77  OC-CEP-CHAVE                      PIC X(08) VALUE SPACES.
000890 77  OC-CIDADE-INFORMADA               PIC X(20) VALUE SPACES.
000900 77  OC-MINUSCULAS                     PIC X(26)
000910         VALUE 'abcdefghijklmnopqrstuvwxyz'.
000920 77  OC-MAIUSCULAS                     PIC X(26)
000930         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
000940
000950 01  OC-AREA-NASC.
000960     02  OC-NASC                       PIC X(08) VALUE SPACES.
000970     02  OC-NASC-R REDEFINES OC-NASC.
000980         03  OC-NASC-ANO               PIC X(04).
000990         03  OC-NASC-MES               PIC X(02).
001000         03  OC-NASC-DIA               PIC X(02).
001010
001020 01  AREA-CPF.
001030     02  OC-CPF-NUMERO                 PIC 9(11) VALUE ZEROS.
001040     02  OC-CPF-DIGITOS REDEFINES OC-CPF-NUMERO.
001050         03  OC-CPF-DIG OCCURS 11 TIMES
001060                                       PIC 9(01).
001070
001080 01  OC-SWITCHES.
001090     02  OC-SW-CPF-VALIDO              PIC X(01) VALUE 'N'.
001100         88  CPF-DIGITOS-VALIDOS       VALUE 'S'.
001110     02  OC-SW-CPF-REPETIDO            PIC X(01) VALUE 'S'.
001120         88  CPF-TODO-REPETIDO         VALUE 'S'.
001130     02  OC-SW-CPF-EM-USO              PIC X(01) VALUE 'N'.
001140         88  CPF-EM-USO                VALUE 'S'.
001150     02  OC-SW-FIM-CPF                 PIC X(01) VALUE 'N'.
001160         88  FIM-CPF                   VALUE 'S'.
001170     02  OC-SW-ERRO-MESTRE             PIC X(01) VALUE 'N'.
001180         88  ERRO-LEITURA-MESTRE       VALUE 'S'.
001190     02  OC-SW-ENDERECO                PIC X(01) VALUE 'S'.
001200         88  ENDERECO-CONFERIDO        VALUE 'S'.
001210         88  ENDERECO-CEP-INVALIDO     VALUE 'N'.
001220         88  ENDERECO-UF-INVALIDA      VALUE 'U'.
001230         88  ENDERECO-CEP-INEXISTENTE  VALUE 'C'.
001240         88  ENDERECO-ERRO-LEITURA     VALUE 'E'.
001250         88  ENDERECO-DIVERGENTE       VALUE 'D'.
001260     02  OC-SW-CONFIRMA-ENDERECO       PIC X(01) VALUE 'N'.
001270         88  DIVERGENCIA-CONFIRMADA    VALUE 'S'.
001280     02  OC-SW-FIM-PENDENTES           PIC X(01) VALUE 'N'.
001290         88  FIM-PENDENTES             VALUE 'S'.
001300     02  OC-SW-DEVOLVIDA               PIC X(01) VALUE 'N'.
001310         88  DEVOLVIDA-LOCALIZADA      VALUE 'S'.
001320
001330 77  OC-CPF-SOMA                       PIC 9(04) COMP VALUE ZEROS.
001340 77  OC-CPF-SUB                        PIC 9(02) COMP VALUE ZEROS.
001350 77  OC-CPF-LIMITE                     PIC 9(02) COMP VALUE ZEROS.
001360 77  OC-CPF-PESO                       PIC 9(02) COMP VALUE ZEROS.
001370 77  OC-CPF-RESTO                      PIC 9(02) COMP VALUE ZEROS.
001380 77  OC-CPF-DV1                        PIC 9(02) VALUE ZEROS.
001390 77  OC-CPF-DV2                        PIC 9(02) VALUE ZEROS.
001400
001410 01  OC-COMMAREA.
001420     02  CA-QTD-GRAVADAS               PIC 9(04) VALUE ZEROS.
001430     02  CA-SW-AVISO                   PIC X(01) VALUE 'N'.
001440         88  CA-AGUARDA-CONFIRMACAO    VALUE 'S'.
001450         88  CA-AGUARDA-CONF-ENDERECO  VALUE 'E'.
001460     02  CA-TRANSACAO-AVISO            PIC X(214) VALUE SPACES.
001470     02  CA-CHAVE-DEVOLVIDA            PIC X(21) VALUE SPACES.
001480
001490     COPY STMCAD5N.
001500
001510     COPY TRANREG.
001520
001530     COPY CAPPREG.
001540
001550     COPY CADMREG.
001560
001570     COPY CEPREG.
001580
001590     COPY UFTAB.
001600
001610     COPY DFHAID.
001620
001630     COPY DFHBMSCA.
001640
001650 LINKAGE SECTION.
001660 01  DFHCOMMAREA.
001670     02  LK-QTD-GRAVADAS               PIC 9(04).
001680     02  LK-SW-AVISO                   PIC X(01).
001690     02  LK-TRANSACAO-AVISO            PIC X(214).
001700     02  LK-CHAVE-DEVOLVIDA            PIC X(21).
001710
001720 PROCEDURE DIVISION.
001730*-----------------------------------------------------------------
001740* 0000-MAINLINE - DIRIGE O FLUXO PSEUDO-CONVERSACIONAL: PRIMEIRA
001750* ENTRADA ENVIA O MAPA LIMPO; AS DEMAIS TRATAM A TECLA RECEBIDA
001760*-----------------------------------------------------------------
001770 0000-MAINLINE.
001780
001790     IF EIBCALEN = 0
001800         PERFORM 1000-PRIMEIRA-ENTRADA THRU 1000-EXIT
001810     ELSE
001820         MOVE LK-QTD-GRAVADAS TO CA-QTD-GRAVADAS
001830         MOVE LK-SW-AVISO TO CA-SW-AVISO
001840         MOVE LK-TRANSACAO-AVISO TO CA-TRANSACAO-AVISO
001850         MOVE LK-CHAVE-DEVOLVIDA TO CA-CHAVE-DEVOLVIDA
001860         EVALUATE EIBAID
001870             WHEN DFHPF3
001880                 PERFORM 8000-ENCERRA THRU 8000-EXIT
001890             WHEN DFHENTER
001900                 PERFORM 2000-GRAVA-ENTRADA THRU 2000-EXIT
001910             WHEN DFHPF4
001920                 PERFORM 4000-CONFIRMA-AVISO THRU 4000-EXIT
001930             WHEN DFHPF6
001940                 PERFORM 5000-RECUPERA-DEVOLVIDA THRU 5000-EXIT
001950             WHEN OTHER
001960                 MOVE 'TECLA INVALIDA - USE ENTER, PF4, PF6, PF3'
001970                     TO NMSGO
001980                 PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
001990         END-EVALUATE
002000     END-IF.
002010
002020     EXEC CICS RETURN
002030         TRANSID(EIBTRNID)
002040         COMMAREA(OC-COMMAREA)
002050         LENGTH(240)
002060     END-EXEC.
002070
002080*-----------------------------------------------------------------
002090* 1000-PRIMEIRA-ENTRADA - ENVIA O MAPA LIMPO NA PRIMEIRA ENTRADA
002100* DA TRANSACAO
002110*-----------------------------------------------------------------
002120 1000-PRIMEIRA-ENTRADA.
002130
002140     MOVE LOW-VALUES TO CAD5NO
002150
002160     MOVE 'INFORME OS DADOS DO CADASTRO E TECLE ENTER' TO NMSGO
002170
002180     EXEC CICS SEND
002190         MAP('CAD5N')
002200         MAPSET('STMCAD5N')
002210         FROM(CAD5NO)
002220         ERASE
002230     END-EXEC.
002240
002250 1000-EXIT.
002260     EXIT.
002270*-----------------------------------------------------------------
002280* 2000-GRAVA-ENTRADA - RECEBE O MAPA, APLICA AS CRITICAS DO
002290* STMCAD005 E GRAVA A ENTRADA ACEITA NO ARQUIVO DE PENDENTES DE
002300* APROVACAO (OU REGRAVA A DEVOLVIDA RECUPERADA COM PF6); EM
002310* ERRO DE CRITICA REENVIA O MAPA COM A MENSAGEM, PRESERVANDO OS
002320* CAMPOS DIGITADOS. CPF JA ATIVO EM OUTRO CADASTRO NAO GRAVA:
002330* AVISA O OPERADOR E GUARDA A ENTRADA NA COMMAREA PARA A
002340* CONFIRMACAO POR PF4 (UM NOVO ENTER DESCARTA O AVISO). CIDADE
002350* OU UF DIFERENTE DA DO CEP TAMBEM E AVISADA E SO SEGUE COM PF4
002360* (4000-CONFIRMA-AVISO REPETE AS CRITICAS COM A DIVERGENCIA
002370* CONFIRMADA)
002380*-----------------------------------------------------------------
002390 2000-GRAVA-ENTRADA.
002400
002410     MOVE 'N' TO CA-SW-AVISO
002420
002430     PERFORM 6000-RECEBE-MAPA THRU 6000-EXIT
002440
002450     EXEC CICS ASKTIME
002460         ABSTIME(OC-ABSTIME)
002470     END-EXEC
002480
002490     EXEC CICS FORMATTIME
002500         ABSTIME(OC-ABSTIME)
002510         YYYYMMDD(OC-DATA-SISTEMA)
002520     END-EXEC
002530
002540     IF NNOMEI = SPACES OR NNOMEL = 0
002550         MOVE 'INFORME O NOME' TO NMSGO
002560         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
002570         GO TO 2000-EXIT
002580     END-IF
002590
002600     MOVE NNASCI TO OC-NASC
002610
002620     IF OC-NASC IS NOT NUMERIC
002630         MOVE 'NASCIMENTO NAO NUMERICO (YYYYMMDD)' TO NMSGO
002640         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
002650         GO TO 2000-EXIT
002660     END-IF
002670
002680     IF OC-NASC-MES < '01' OR OC-NASC-MES > '12'
002690         OR OC-NASC-DIA < '01' OR OC-NASC-DIA > '31'
002700         MOVE 'NASCIMENTO COM MES OU DIA INVALIDO' TO NMSGO
002710         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
002720         GO TO 2000-EXIT
002730     END-IF
002740
002750     IF OC-NASC > OC-DATA-SISTEMA
002760         MOVE 'NASCIMENTO NAO PODE SER FUTURO' TO NMSGO
002770         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
002780         GO TO 2000-EXIT
002790     END-IF
002800
002810     IF NEMAILI = SPACES OR NEMAILL = 0
002820         MOVE 'INFORME O E-MAIL' TO NMSGO
002830         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
002840         GO TO 2000-EXIT
002850     END-IF
002860
002870     PERFORM 2100-VALIDA-CPF THRU 2100-EXIT
002880
002890     IF NOT CPF-DIGITOS-VALIDOS
002900         MOVE 'CPF INVALIDO - CONFIRA OS DIGITOS' TO NMSGO
002910         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
002920         GO TO 2000-EXIT
002930     END-IF
002940
002950     IF NCONSI NOT = 'S'
002960         AND NCONSI NOT = 'N'
002970         MOVE 'INFORME O CONSENTIMENTO DE MALA DIRETA (S OU N)'
002980             TO NMSGO
002990         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
003000         GO TO 2000-EXIT
003010     END-IF
003020
003030     PERFORM 2300-VALIDA-ENDERECO THRU 2300-EXIT
003040
003050     IF ENDERECO-CEP-INVALIDO
003060         MOVE 'CEP INVALIDO - INFORME OS 8 DIGITOS' TO NMSGO
003070         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
003080         GO TO 2000-EXIT
003090     END-IF
003100
003110     IF ENDERECO-UF-INVALIDA
003120         MOVE 'UF INVALIDA' TO NMSGO
003130         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
003140         GO TO 2000-EXIT
003150     END-IF
003160
003170     IF ENDERECO-CEP-INEXISTENTE
003180         MOVE 'CEP NAO CADASTRADO NA BASE DOS CORREIOS' TO NMSGO
003190         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
003200         GO TO 2000-EXIT
003210     END-IF
003220
003230     IF ENDERECO-ERRO-LEITURA
003240         MOVE 'ERRO NA LEITURA DA BASE DE CEP - ACIONE O SUPORTE'
003250             TO NMSGO
003260         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
003270         GO TO 2000-EXIT
003280     END-IF
003290
003300     IF ENDERECO-DIVERGENTE
003310         PERFORM 3100-MONTA-TRANSACAO THRU 3100-EXIT
003320         MOVE REG-TRANSACAO TO CA-TRANSACAO-AVISO
003330         SET CA-AGUARDA-CONF-ENDERECO TO TRUE
003340         MOVE 'CIDADE/UF DIVERGENTE DO CEP - PF4 CONFIRMA'
003350             TO NMSGO
003360         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
003370         GO TO 2000-EXIT
003380     END-IF
003390
003400     PERFORM 2200-VERIFICA-CPF-ATIVO THRU 2200-EXIT
003410
003420     IF ERRO-LEITURA-MESTRE
003430         MOVE 'ERRO NA LEITURA DO CPF NO MESTRE - ACIONE SUPORTE'
003440             TO NMSGO
003450         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
003460         GO TO 2000-EXIT
003470     END-IF
003480
003490     IF CPF-EM-USO
003500         PERFORM 3100-MONTA-TRANSACAO THRU 3100-EXIT
003510         MOVE REG-TRANSACAO TO CA-TRANSACAO-AVISO
003520         SET CA-AGUARDA-CONFIRMACAO TO TRUE
003530         MOVE SPACES TO NMSGO
003540         STRING 'CPF ATIVO EM '       DELIMITED BY SIZE
003550                OC-EMAIL-CPF          DELIMITED BY SPACE
003560                ' - PF4 CONFIRMA'     DELIMITED BY SIZE
003570             INTO NMSGO
003580         END-STRING
003590         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
003600         GO TO 2000-EXIT
003610     END-IF
003620
003630     PERFORM 3000-GRAVA-PENDENTE THRU 3000-EXIT
003640
003650     IF OC-RESP = DFHRESP(NOTFND)
003660         MOVE SPACES TO CA-CHAVE-DEVOLVIDA
003670         MOVE 'DEVOLVIDA JA REENVIADA OU FECHADA - TECLE PF6'
003680             TO NMSGO
003690         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
003700         GO TO 2000-EXIT
003710     END-IF
003720
003730     IF OC-RESP NOT = DFHRESP(NORMAL)
003740         MOVE 'ERRO NA GRAVACAO DA ENTRADA - ACIONE O SUPORTE'
003750             TO NMSGO
003760         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
003770         GO TO 2000-EXIT
003780     END-IF
003790
003800     ADD 1 TO CA-QTD-GRAVADAS
003810
003820     MOVE LOW-VALUES TO CAD5NO
003830
003840     IF CA-CHAVE-DEVOLVIDA = SPACES
003850         MOVE 'ENTRADA GRAVADA - AGUARDA APROVACAO DO SUPERVISOR'
003860             TO NMSGO
003870     ELSE
003880         MOVE SPACES TO CA-CHAVE-DEVOLVIDA
003890         MOVE 'ENTRADA CORRIGIDA - REENVIADA PARA APROVACAO'
003900             TO NMSGO
003910     END-IF
003920
003930     PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT.
003940
003950 2000-EXIT.
003960     EXIT.
003970*-----------------------------------------------------------------
003980* 2100-VALIDA-CPF - VALIDA O CPF DIGITADO: NUMERICO, NAO
003990* COMPOSTO DE UM UNICO DIGITO REPETIDO E COM OS DOIS DIGITOS
004000* VERIFICADORES CONFERIDOS (MODULO 11, PESOS 10..2 E 11..2),
004010* COMO NO STMCAD005
004020*-----------------------------------------------------------------
004030 2100-VALIDA-CPF.
004040
004050     MOVE 'N' TO OC-SW-CPF-VALIDO
004060
004070     IF NCPFI IS NOT NUMERIC
004080         GO TO 2100-EXIT
004090     END-IF
004100
004110     MOVE NCPFI TO OC-CPF-NUMERO
004120
004130     MOVE 'S' TO OC-SW-CPF-REPETIDO
004140     PERFORM 2110-CONFERE-REPETIDO THRU 2110-EXIT
004150         VARYING OC-CPF-SUB FROM 2 BY 1
004160         UNTIL OC-CPF-SUB > 11
004170
004180     IF CPF-TODO-REPETIDO
004190         GO TO 2100-EXIT
004200     END-IF
004210
004220     MOVE ZEROS TO OC-CPF-SOMA
004230     MOVE 9 TO OC-CPF-LIMITE
004240     PERFORM 2120-ACUMULA-PESO THRU 2120-EXIT
004250         VARYING OC-CPF-SUB FROM 1 BY 1
004260         UNTIL OC-CPF-SUB > OC-CPF-LIMITE
004270
004280     DIVIDE OC-CPF-SOMA BY 11
004290         GIVING OC-CPF-PESO REMAINDER OC-CPF-RESTO
004300
004310     COMPUTE OC-CPF-DV1 = 11 - OC-CPF-RESTO
004320     IF OC-CPF-DV1 > 9
004330         MOVE ZEROS TO OC-CPF-DV1
004340     END-IF
004350
004360     MOVE ZEROS TO OC-CPF-SOMA
004370     MOVE 10 TO OC-CPF-LIMITE
004380     PERFORM 2120-ACUMULA-PESO THRU 2120-EXIT
004390         VARYING OC-CPF-SUB FROM 1 BY 1
004400         UNTIL OC-CPF-SUB > OC-CPF-LIMITE
004410
004420     DIVIDE OC-CPF-SOMA BY 11
004430         GIVING OC-CPF-PESO REMAINDER OC-CPF-RESTO
004440
004450     COMPUTE OC-CPF-DV2 = 11 - OC-CPF-RESTO
004460     IF OC-CPF-DV2 > 9
004470         MOVE ZEROS TO OC-CPF-DV2
004480     END-IF
004490
004500     IF OC-CPF-DIG(10) = OC-CPF-DV1
004510         AND OC-CPF-DIG(11) = OC-CPF-DV2
004520         SET CPF-DIGITOS-VALIDOS TO TRUE
004530     END-IF.
004540
004550 2100-EXIT.
004560     EXIT.
004570*-----------------------------------------------------------------
004580* 2110-CONFERE-REPETIDO - DESLIGA O SWITCH DE CPF REPETIDO
004590* QUANDO O DIGITO CORRENTE DIFERE DO PRIMEIRO
004600*-----------------------------------------------------------------
004610 2110-CONFERE-REPETIDO.
004620
004630     IF OC-CPF-DIG(OC-CPF-SUB) NOT = OC-CPF-DIG(1)
004640         MOVE 'N' TO OC-SW-CPF-REPETIDO
004650     END-IF.
004660
004670 2110-EXIT.
004680     EXIT.
004690*-----------------------------------------------------------------
004700* 2120-ACUMULA-PESO - ACUMULA O DIGITO CORRENTE MULTIPLICADO
004710* PELO PESO (LIMITE + 2 - POSICAO) NA SOMA DO DIGITO VERIFICADOR
004720*-----------------------------------------------------------------
004730 2120-ACUMULA-PESO.
004740
004750     COMPUTE OC-CPF-PESO = OC-CPF-LIMITE + 2 - OC-CPF-SUB
004760
004770     COMPUTE OC-CPF-SOMA = OC-CPF-SOMA
004780         + OC-CPF-DIG(OC-CPF-SUB) * OC-CPF-PESO.
004790
004800 2120-EXIT.
004810     EXIT.
004820*-----------------------------------------------------------------
004830* 2200-VERIFICA-CPF-ATIVO - PERCORRE O MESTRE PELO PATH DO INDICE
004840* ALTERNATIVO (CADMCPF, CHAVE CPF NAO UNICA) E LIGA O SWITCH DE
004850* CPF EM USO QUANDO O CPF DIGITADO PERTENCE A UM CADASTRO ATIVO DE
004860* OUTRO E-MAIL; CPF AUSENTE DO MESTRE (NOTFND) E O CASO NORMAL
004870*-----------------------------------------------------------------
004880 2200-VERIFICA-CPF-ATIVO.
004890
004900     MOVE 'N' TO OC-SW-CPF-EM-USO
004910     MOVE 'N' TO OC-SW-FIM-CPF
004920     MOVE 'N' TO OC-SW-ERRO-MESTRE
004930     MOVE SPACES TO OC-EMAIL-CPF
004940     MOVE NCPFI TO OC-CPF-CHAVE
004950
004960     EXEC CICS STARTBR
004970         FILE('CADMCPF')
004980         RIDFLD(OC-CPF-CHAVE)
004990         EQUAL
005000         RESP(OC-RESP)
005010     END-EXEC
005020
005030     IF OC-RESP = DFHRESP(NOTFND)
005040         GO TO 2200-EXIT
005050     END-IF
005060
005070     IF OC-RESP NOT = DFHRESP(NORMAL)
005080         SET ERRO-LEITURA-MESTRE TO TRUE
005090         GO TO 2200-EXIT
005100     END-IF
005110
005120     PERFORM 2210-LE-PROXIMO-CPF THRU 2210-EXIT
005130         UNTIL FIM-CPF
005140         OR CPF-EM-USO
005150
005160     EXEC CICS ENDBR
005170         FILE('CADMCPF')
005180         RESP(OC-RESP)
005190     END-EXEC.
005200
005210 2200-EXIT.
005220     EXIT.
005230*-----------------------------------------------------------------
005240* 2210-LE-PROXIMO-CPF - LE O PROXIMO CADASTRO DO BROWSE PELO CPF;
005250* ENCERRA QUANDO O CPF MUDA OU O PATH ACABA (DUPKEY = HA OUTROS
005260* COM O MESMO CPF) E LIGA O SWITCH NO PRIMEIRO ATIVO DE OUTRO
005270* E-MAIL
005280*-----------------------------------------------------------------
005290 2210-LE-PROXIMO-CPF.
005300
005310     EXEC CICS READNEXT
005320         FILE('CADMCPF')
005330         INTO(REG-CADASTRO-MESTRE)
005340         RIDFLD(OC-CPF-CHAVE)
005350         RESP(OC-RESP)
005360     END-EXEC
005370
005380     IF OC-RESP = DFHRESP(ENDFILE)
005390         SET FIM-CPF TO TRUE
005400         GO TO 2210-EXIT
005410     END-IF
005420
005430     IF OC-RESP NOT = DFHRESP(NORMAL)
005440         AND OC-RESP NOT = DFHRESP(DUPKEY)
005450         SET ERRO-LEITURA-MESTRE TO TRUE
005460         SET FIM-CPF TO TRUE
005470         GO TO 2210-EXIT
005480     END-IF
005490
005500     IF CM-CPF NOT = OC-CPF-NUMERO
005510         SET FIM-CPF TO TRUE
005520         GO TO 2210-EXIT
005530     END-IF
005540
005550     IF CM-ATIVO
005560         AND CM-EMAIL NOT = NEMAILI
005570         SET CPF-EM-USO TO TRUE
005580         MOVE CM-EMAIL TO OC-EMAIL-CPF
005590     END-IF.
005600
005610 2210-EXIT.
005620     EXIT.
005630*-----------------------------------------------------------------
005640* 2300-VALIDA-ENDERECO - CONFERE O ENDERECO DIGITADO: UF DA
005650* TABELA UFTAB E CEP NUMERICO EXISTENTE NA BASE DE CEP (CEPREF).
005660* COM O CEP LOCALIZADO, CIDADE OU UF DIGITADA DIFERENTE DA DA
005670* BASE E APONTADA COMO DIVERGENTE, SALVO QUANDO O OPERADOR JA
005680* CONFIRMOU COM PF4 O MESMO CEP, CIDADE E UF AVISADOS; SEM
005690* DIVERGENCIA (OU CONFIRMADA), CIDADE E UF DA TELA PASSAM A SER
005700* OS DA BASE, E O BAIRRO TAMBEM QUANDO O CEP E DE LOGRADOURO;
005710* ENDERECO NAO INFORMADO (NENHUM CAMPO DIGITADO) NAO E CRITICADO
005720*-----------------------------------------------------------------
005730 2300-VALIDA-ENDERECO.
005740
005750     SET ENDERECO-CONFERIDO TO TRUE
005760
005770     IF NCEPL = 0
005780         AND NLOGRL = 0
005790         AND NCIDADEL = 0
005800         AND NUFL = 0
005810         GO TO 2300-EXIT
005820     END-IF
005830
005840     IF NUFL > 0
005850         AND NUFI NOT = SPACES
005860         MOVE NUFI TO UF-SIGLA
005870         IF NOT UF-VALIDA
005880             SET ENDERECO-UF-INVALIDA TO TRUE
005890             GO TO 2300-EXIT
005900         END-IF
005910     END-IF
005920
005930     IF NCEPI IS NOT NUMERIC
005940         OR NCEPI = ZEROS
005950         SET ENDERECO-CEP-INVALIDO TO TRUE
005960         GO TO 2300-EXIT
005970     END-IF
005980
005990     MOVE NCEPI TO OC-CEP-CHAVE
006000
006010     EXEC CICS READ
006020         FILE('CEPREF')
006030         INTO(REG-CEP)
006040         RIDFLD(OC-CEP-CHAVE)
006050         RESP(OC-RESP)
006060     END-EXEC
006070
006080     IF OC-RESP = DFHRESP(NOTFND)
006090         SET ENDERECO-CEP-INEXISTENTE TO TRUE
006100         GO TO 2300-EXIT
006110     END-IF
006120
006130     IF OC-RESP NOT = DFHRESP(NORMAL)
006140         SET ENDERECO-ERRO-LEITURA TO TRUE
006150         GO TO 2300-EXIT
006160     END-IF
006170
006180     MOVE SPACES TO OC-CIDADE-INFORMADA
006190
006200     IF NCIDADEL > 0
006210         MOVE NCIDADEI TO OC-CIDADE-INFORMADA
006220         INSPECT OC-CIDADE-INFORMADA
006230             CONVERTING OC-MINUSCULAS TO OC-MAIUSCULAS
006240     END-IF
006250
006260     IF (OC-CIDADE-INFORMADA NOT = SPACES
006270         AND OC-CIDADE-INFORMADA NOT = CE-CIDADE)
006280         OR (NUFL > 0
006290         AND NUFI NOT = SPACES
006300         AND NUFI NOT = CE-UF)
006310         PERFORM 2310-CONFERE-CONFIRMACAO THRU 2310-EXIT
006320         IF NOT DIVERGENCIA-CONFIRMADA
006330             SET ENDERECO-DIVERGENTE TO TRUE
006340             GO TO 2300-EXIT
006350         END-IF
006360     END-IF
006370
006380     MOVE CE-CIDADE TO NCIDADEI
006390     MOVE CE-UF     TO NUFI
006400
006410     IF CE-BAIRRO NOT = SPACES
006420         MOVE CE-BAIRRO TO NBAIRROI
006430     END-IF.
006440
006450 2300-EXIT.
006460     EXIT.
006470*-----------------------------------------------------------------
006480* 2310-CONFERE-CONFIRMACAO - A CONFIRMACAO POR PF4 SO VALE PARA O
006490* CEP, A CIDADE E A UF DA ENTRADA AVISADA (GUARDADA NA COMMAREA);
006500* SE O OPERADOR OS ALTEROU ANTES DO PF4, A DIVERGENCIA E AVISADA
006510* DE NOVO
006520*-----------------------------------------------------------------
006530 2310-CONFERE-CONFIRMACAO.
006540
006550     IF NOT DIVERGENCIA-CONFIRMADA
006560         GO TO 2310-EXIT
006570     END-IF
006580
006590     MOVE CA-TRANSACAO-AVISO TO REG-TRANSACAO
006600
006610     IF TR-END-CEP NOT = OC-CEP-CHAVE
006620         OR TR-END-CIDADE NOT = NCIDADEI
006630         OR TR-END-UF NOT = NUFI
006640         MOVE 'N' TO OC-SW-CONFIRMA-ENDERECO
006650     END-IF.
006660
006670 2310-EXIT.
006680     EXIT.
006690*-----------------------------------------------------------------
006700* 3000-GRAVA-PENDENTE - MONTA A TRANSACAO DE INCLUSAO NO LAYOUT
006710* DE TRANREG E GRAVA NO ARQUIVO DE PENDENTES DE APROVACAO, QUE O
006720* JOB STMCAD65 FECHA A NOITE NO FORMATO TRANCAP (SO AS APROVADAS)
006730*-----------------------------------------------------------------
006740 3000-GRAVA-PENDENTE.
006750
006760     PERFORM 3100-MONTA-TRANSACAO THRU 3100-EXIT
006770
006780     PERFORM 3200-ESCREVE-PENDENTE THRU 3200-EXIT.
006790
006800 3000-EXIT.
006810     EXIT.
006820*-----------------------------------------------------------------
006830* 3100-MONTA-TRANSACAO - MONTA A TRANSACAO DE INCLUSAO NO LAYOUT
006840* DE TRANREG A PARTIR DOS CAMPOS RECEBIDOS DO MAPA, COM O
006850* CONSENTIMENTO DE MALA DIRETA CAPTADO NO BALCAO (CANAL C)
006860*-----------------------------------------------------------------
006870 3100-MONTA-TRANSACAO.
006880
006890     MOVE SPACES TO REG-TRANSACAO
006900
006910     MOVE 'I'      TO TR-CODIGO
006920     MOVE ZEROS    TO TR-DATA-EFETIVA
006930     MOVE NNOMEI   TO TR-NOME
006940     MOVE OC-NASC  TO TR-DATA-NASC
006950     MOVE NEMAILI  TO TR-EMAIL
006960     MOVE NCPFI    TO TR-CPF
006970     MOVE NTELEFI  TO TR-TELEFONE
006980     MOVE NLOGRI   TO TR-END-LOGRADOURO
006990     MOVE NNUMI    TO TR-END-NUMERO
007000     MOVE NBAIRROI TO TR-END-BAIRRO
007010     MOVE NCIDADEI TO TR-END-CIDADE
007020     MOVE NUFI     TO TR-END-UF
007030
007040     IF NCEPI IS NUMERIC
007050         MOVE NCEPI TO TR-END-CEP
007060     ELSE
007070         MOVE ZEROS TO TR-END-CEP
007080     END-IF
007090
007100     MOVE NCONSI          TO TR-CONSENTIMENTO
007110     MOVE 'C'             TO TR-CANAL-CONSENTIMENTO
007120     MOVE OC-DATA-SISTEMA TO TR-DATA-CONSENTIMENTO.
007130
007140 3100-EXIT.
007150     EXIT.
007160*-----------------------------------------------------------------
007170* 3200-ESCREVE-PENDENTE - GRAVA A TRANSACAO MONTADA EM
007180* REG-TRANSACAO NO ARQUIVO CAPPEND COMO ENTRADA PENDENTE, COM A
007190* DATA E HORA DA DIGITACAO E O NUMERO DA TAREFA NA CHAVE, O
007200* USUARIO DO OPERADOR E O TERMINAL; COM DEVOLVIDA RECUPERADA NA
007210* COMMAREA, REGRAVA A DEVOLVIDA (3300-REGRAVA-DEVOLVIDA)
007220*-----------------------------------------------------------------
007230 3200-ESCREVE-PENDENTE.
007240
007250     EXEC CICS ASSIGN
007260         USERID(OC-USUARIO)
007270     END-EXEC
007280
007290     IF CA-CHAVE-DEVOLVIDA NOT = SPACES
007300         PERFORM 3300-REGRAVA-DEVOLVIDA THRU 3300-EXIT
007310         GO TO 3200-EXIT
007320     END-IF
007330
007340     EXEC CICS ASKTIME
007350         ABSTIME(OC-ABSTIME)
007360     END-EXEC
007370
007380     EXEC CICS FORMATTIME
007390         ABSTIME(OC-ABSTIME)
007400         YYYYMMDD(OC-DATA-SISTEMA)
007410         TIME(OC-HORA-CICS)
007420     END-EXEC
007430
007440     MOVE SPACES          TO REG-PENDENTE
007450     MOVE OC-DATA-SISTEMA TO CP-DATA-CAPTACAO
007460     MOVE OC-HORA-CICS    TO CP-HORA-CAPTACAO
007470     MOVE EIBTASKN        TO CP-TAREFA
007480     MOVE 'P'             TO CP-SITUACAO
007490     MOVE OC-USUARIO      TO CP-OPERADOR
007500     MOVE EIBTRMID        TO CP-TERMINAL
007510     MOVE ZEROS           TO CP-QTD-DEVOLUCOES
007520     MOVE REG-TRANSACAO   TO CP-TRANSACAO
007530
007540     EXEC CICS WRITE
007550         FILE('CAPPEND')
007560         FROM(REG-PENDENTE)
007570         RIDFLD(CP-CHAVE)
007580         RESP(OC-RESP)
007590     END-EXEC.
007600
007610 3200-EXIT.
007620     EXIT.
007630*-----------------------------------------------------------------
007640* 3300-REGRAVA-DEVOLVIDA - REGRAVA A ENTRADA DEVOLVIDA RECUPERADA
007650* COM PF6 COM A TRANSACAO CORRIGIDA, DE VOLTA A SITUACAO
007660* PENDENTE; A CHAVE ORIGINAL (DATA DA DIGITACAO) E O MOTIVO DA
007670* ULTIMA DEVOLUCAO SAO MANTIDOS PARA O SUPERVISOR. DEVOLVIDA QUE
007680* JA NAO ESTA MAIS DEVOLVIDA A ESTE OPERADOR RETORNA NOTFND
007690*-----------------------------------------------------------------
007700 3300-REGRAVA-DEVOLVIDA.
007710
007720     MOVE CA-CHAVE-DEVOLVIDA TO OC-CHAVE-PENDENTE
007730
007740     EXEC CICS READ
007750         FILE('CAPPEND')
007760         INTO(REG-PENDENTE)
007770         RIDFLD(OC-CHAVE-PENDENTE)
007780         UPDATE
007790         RESP(OC-RESP)
007800     END-EXEC
007810
007820     IF OC-RESP NOT = DFHRESP(NORMAL)
007830         GO TO 3300-EXIT
007840     END-IF
007850
007860     IF NOT CP-DEVOLVIDA
007870         OR CP-OPERADOR NOT = OC-USUARIO
007880         EXEC CICS UNLOCK
007890             FILE('CAPPEND')
007900         END-EXEC
007910         MOVE DFHRESP(NOTFND) TO OC-RESP
007920         GO TO 3300-EXIT
007930     END-IF
007940
007950     MOVE 'P'           TO CP-SITUACAO
007960     MOVE EIBTRMID      TO CP-TERMINAL
007970     MOVE SPACES        TO CP-SUPERVISOR
007980     MOVE SPACES        TO CP-DATA-DECISAO
007990     MOVE SPACES        TO CP-HORA-DECISAO
008000     MOVE REG-TRANSACAO TO CP-TRANSACAO
008010
008020     EXEC CICS REWRITE
008030         FILE('CAPPEND')
008040         FROM(REG-PENDENTE)
008050         RESP(OC-RESP)
008060     END-EXEC.
008070
008080 3300-EXIT.
008090     EXIT.
008100*-----------------------------------------------------------------
008110* 4000-CONFIRMA-AVISO - PF4: GRAVA COMO PENDENTE A ENTRADA
008120* GUARDADA NA COMMAREA NO AVISO DE CPF EM USO, QUANDO O OPERADOR
008130* CONFIRMA QUE O CADASTRO DEVE SEGUIR PARA A APROVACAO MESMO
008140* ASSIM. NO AVISO DE CIDADE/UF DIVERGENTE DO CEP, REPETE AS
008150* CRITICAS DO ENTER COM A DIVERGENCIA CONFIRMADA (O CPF AINDA E
008160* CONFERIDO)
008170*-----------------------------------------------------------------
008180 4000-CONFIRMA-AVISO.
008190
008200     IF CA-AGUARDA-CONF-ENDERECO
008210         SET DIVERGENCIA-CONFIRMADA TO TRUE
008220         PERFORM 2000-GRAVA-ENTRADA THRU 2000-EXIT
008230         GO TO 4000-EXIT
008240     END-IF
008250
008260     PERFORM 6000-RECEBE-MAPA THRU 6000-EXIT
008270
008280     IF NOT CA-AGUARDA-CONFIRMACAO
008290         MOVE 'NAO HA AVISO A CONFIRMAR - USE ENTER PARA GRAVAR'
008300             TO NMSGO
008310         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
008320         GO TO 4000-EXIT
008330     END-IF
008340
008350     MOVE CA-TRANSACAO-AVISO TO REG-TRANSACAO
008360
008370     PERFORM 3200-ESCREVE-PENDENTE THRU 3200-EXIT
008380
008390     IF OC-RESP = DFHRESP(NOTFND)
008400         MOVE 'N' TO CA-SW-AVISO
008410         MOVE SPACES TO CA-TRANSACAO-AVISO
008420         MOVE SPACES TO CA-CHAVE-DEVOLVIDA
008430         MOVE 'DEVOLVIDA JA REENVIADA OU FECHADA - TECLE PF6'
008440             TO NMSGO
008450         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
008460         GO TO 4000-EXIT
008470     END-IF
008480
008490     IF OC-RESP NOT = DFHRESP(NORMAL)
008500         MOVE 'ERRO NA GRAVACAO DA ENTRADA - ACIONE O SUPORTE'
008510             TO NMSGO
008520         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
008530         GO TO 4000-EXIT
008540     END-IF
008550
008560     MOVE 'N' TO CA-SW-AVISO
008570     MOVE SPACES TO CA-TRANSACAO-AVISO
008580     MOVE SPACES TO CA-CHAVE-DEVOLVIDA
008590     ADD 1 TO CA-QTD-GRAVADAS
008600
008610     MOVE LOW-VALUES TO CAD5NO
008620     MOVE 'ENTRADA PENDENTE DE APROVACAO APESAR DO AVISO DE CPF'
008630         TO NMSGO
008640
008650     PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT.
008660
008670 4000-EXIT.
008680     EXIT.
008690*-----------------------------------------------------------------
008700* 5000-RECUPERA-DEVOLVIDA - PF6: PROCURA NO ARQUIVO DE PENDENTES
008710* A PROXIMA ENTRADA DEVOLVIDA PELO SUPERVISOR AO OPERADOR DA
008720* TAREFA (APOS A ULTIMA RECUPERADA) E A EXIBE NA TELA COM O
008730* MOTIVO DA DEVOLUCAO; A CHAVE FICA NA COMMAREA E O ENTER
008740* SEGUINTE REGRAVA A ENTRADA CORRIGIDA COMO PENDENTE. NO FIM DO
008750* ARQUIVO O PROXIMO PF6 VOLTA A PRIMEIRA DEVOLVIDA
008760*-----------------------------------------------------------------
008770 5000-RECUPERA-DEVOLVIDA.
008780
008790     MOVE 'N' TO CA-SW-AVISO
008800     MOVE SPACES TO CA-TRANSACAO-AVISO
008810     MOVE 'N' TO OC-SW-FIM-PENDENTES
008820     MOVE 'N' TO OC-SW-DEVOLVIDA
008830
008840     EXEC CICS ASSIGN
008850         USERID(OC-USUARIO)
008860     END-EXEC
008870
008880     MOVE CA-CHAVE-DEVOLVIDA TO OC-CHAVE-PENDENTE
008890
008900     IF OC-CHAVE-PENDENTE = SPACES
008910         MOVE LOW-VALUES TO OC-CHAVE-PENDENTE
008920     END-IF
008930
008940     EXEC CICS STARTBR
008950         FILE('CAPPEND')
008960         RIDFLD(OC-CHAVE-PENDENTE)
008970         GTEQ
008980         RESP(OC-RESP)
008990     END-EXEC
009000
009010     IF OC-RESP = DFHRESP(NORMAL)
009020         PERFORM 5100-LE-PROXIMA-DEVOLVIDA THRU 5100-EXIT
009030             UNTIL FIM-PENDENTES
009040             OR DEVOLVIDA-LOCALIZADA
009050         EXEC CICS ENDBR
009060             FILE('CAPPEND')
009070             RESP(OC-RESP)
009080         END-EXEC
009090     ELSE
009100         IF OC-RESP NOT = DFHRESP(NOTFND)
009110             MOVE 'ERRO NA LEITURA DAS PENDENTES - ACIONE SUPORTE'
009120                 TO NMSGO
009130             PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
009140             GO TO 5000-EXIT
009150         END-IF
009160     END-IF
009170
009180     MOVE LOW-VALUES TO CAD5NO
009190
009200     IF NOT DEVOLVIDA-LOCALIZADA
009210         IF CA-CHAVE-DEVOLVIDA = SPACES
009220             MOVE 'NAO HA ENTRADAS DEVOLVIDAS PARA ESTE OPERADOR'
009230                 TO NMSGO
009240         ELSE
009250             MOVE SPACES TO CA-CHAVE-DEVOLVIDA
009260             MOVE 'NAO HA OUTRAS DEVOLVIDAS - PF6 VOLTA AO INICIO'
009270                 TO NMSGO
009280         END-IF
009290         PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT
009300         GO TO 5000-EXIT
009310     END-IF
009320
009330     MOVE CP-CHAVE     TO CA-CHAVE-DEVOLVIDA
009340     MOVE CP-TRANSACAO TO REG-TRANSACAO
009350
009360     MOVE TR-NOME           TO NNOMEO
009370     MOVE TR-DATA-NASC      TO NNASCO
009380     MOVE TR-EMAIL          TO NEMAILO
009390     MOVE TR-CPF            TO NCPFO
009400     MOVE TR-TELEFONE       TO NTELEFO
009410     MOVE TR-END-LOGRADOURO TO NLOGRO
009420     MOVE TR-END-NUMERO     TO NNUMO
009430     MOVE TR-END-BAIRRO     TO NBAIRROO
009440     MOVE TR-END-CIDADE     TO NCIDADEO
009450     MOVE TR-END-UF         TO NUFO
009460     MOVE TR-END-CEP        TO NCEPO
009470     MOVE TR-CONSENTIMENTO  TO NCONSO
009480
009490     MOVE SPACES TO NMSGO
009500     STRING 'DEVOLVIDA: '         DELIMITED BY SIZE
009510            CP-MOTIVO             DELIMITED BY '  '
009520            ' - ENTER REENVIA'    DELIMITED BY SIZE
009530         INTO NMSGO
009540     END-STRING
009550
009560     PERFORM 7000-ENVIA-MAPA THRU 7000-EXIT.
009570
009580 5000-EXIT.
009590     EXIT.
009600*-----------------------------------------------------------------
009610* 5100-LE-PROXIMA-DEVOLVIDA - LE A PROXIMA ENTRADA DO BROWSE E
009620* LIGA O SWITCH NA PRIMEIRA DEVOLVIDA AO OPERADOR DA TAREFA COM
009630* CHAVE POSTERIOR A DA ULTIMA RECUPERADA
009640*-----------------------------------------------------------------
009650 5100-LE-PROXIMA-DEVOLVIDA.
009660
009670     EXEC CICS READNEXT
009680         FILE('CAPPEND')
009690         INTO(REG-PENDENTE)
009700         RIDFLD(OC-CHAVE-PENDENTE)
009710         RESP(OC-RESP)
009720     END-EXEC
009730
009740     IF OC-RESP NOT = DFHRESP(NORMAL)
009750         SET FIM-PENDENTES TO TRUE
009760         GO TO 5100-EXIT
009770     END-IF
009780
009790     IF CP-DEVOLVIDA
009800         AND CP-OPERADOR = OC-USUARIO
009810         AND CP-CHAVE > CA-CHAVE-DEVOLVIDA
009820         SET DEVOLVIDA-LOCALIZADA TO TRUE
009830     END-IF.
009840
009850 5100-EXIT.
009860     EXIT.
009870*-----------------------------------------------------------------
009880* 6000-RECEBE-MAPA - RECEBE O MAPA DA TELA; MAPFAIL E TRATADO
009890* COMO MAPA VAZIO
009900*-----------------------------------------------------------------
009910 6000-RECEBE-MAPA.
009920
009930     MOVE LOW-VALUES TO CAD5NI
009940
009950     EXEC CICS RECEIVE
009960         MAP('CAD5N')
009970         MAPSET('STMCAD5N')
009980         INTO(CAD5NI)
009990         RESP(OC-RESP)
010000     END-EXEC.
010010
010020 6000-EXIT.
010030     EXIT.
010040*-----------------------------------------------------------------
010050* 7000-ENVIA-MAPA - REENVIA O MAPA COM OS DADOS E A MENSAGEM
010060* CORRENTES, COM O MDT LIGADO NOS CAMPOS DE ENTRADA: NO ENTER
010070* SEGUINTE O RECEIVE DEVOLVE TODOS OS CAMPOS EXIBIDOS, E NAO SO
010080* OS REDIGITADOS (ENTRADA RECUPERADA COM PF6, ERRO DE CRITICA E
010090* AVISO)
010100*-----------------------------------------------------------------
010110 7000-ENVIA-MAPA.
010120
010130     MOVE DFHBMFSE TO NNOMEA
010140     MOVE DFHUNNUM TO NNASCA
010150     MOVE DFHBMFSE TO NEMAILA
010160     MOVE DFHUNNUM TO NCPFA
010170     MOVE DFHBMFSE TO NTELEFA
010180     MOVE DFHBMFSE TO NLOGRA
010190     MOVE DFHBMFSE TO NNUMA
010200     MOVE DFHBMFSE TO NBAIRROA
010210     MOVE DFHBMFSE TO NCIDADEA
010220     MOVE DFHBMFSE TO NUFA
010230     MOVE DFHUNNUM TO NCEPA
010240     MOVE DFHBMFSE TO NCONSA
010250
010260     EXEC CICS SEND
010270         MAP('CAD5N')
010280         MAPSET('STMCAD5N')
010290         FROM(CAD5NO)
010300         ERASE
010310     END-EXEC.
010320
010330 7000-EXIT.
010340     EXIT.
010350*-----------------------------------------------------------------
010360* 8000-ENCERRA - ENCERRA A TRANSACAO COM TELA LIMPA
010370*-----------------------------------------------------------------
010380 8000-ENCERRA.
010390
010400     EXEC CICS SEND TEXT
010410         FROM(OC-TRANS-CAPTACAO)
010420         LENGTH(4)
010430         ERASE
010440     END-EXEC
010450
010460     EXEC CICS RETURN
010470     END-EXEC.
010480
010490 8000-EXIT.
010500     EXIT.
010510 END PROGRAM STMCAD055.
