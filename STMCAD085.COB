000010******************************************************************
000020* AUTHOR.     MATHEUS STYS
000030* INSTALLATION. DEPTO DE SISTEMAS
000040* DATE-WRITTEN. 15/10/26
000050* DATE-COMPILED.
000060* PURPOSE.    DOSSIE DE DADOS PESSOAIS PARA ATENDIMENTO DOS
000070*             PEDIDOS DO TITULAR (LGPD). LE A RELACAO DE PEDIDOS
000080*             (PEDIDOS, UM CARTAO POR TITULAR: CPF=<11 DIGITOS>
000090*             OU EMAIL=<ENDERECO>) E IMPRIME, PARA CADA UM, EM
000100*             PAGINA PROPRIA DO RELSAIDA, TODO REGISTRO QUE O
000110*             CADASTRO GUARDA SOBRE A PESSOA: O MESTRE
000120*             (CADMEST, PELO E-MAIL E PELO INDICE ALTERNATIVO
000130*             DO CPF), A TRILHA DE AUDITORIA CORRENTE
000140*             (AUDITLOG) E ARQUIVADA (AUDHIST, TODAS AS
000150*             GERACOES), O JORNAL DE IMAGENS (JRNMEST) E AS
000160*             GERACOES DE REJEITOS, COM DATA, HORA E TIPO DA
000170*             TRANSACAO. O PEDIDO PELO E-MAIL E AMPLIADO PARA O
000180*             CPF DO CADASTRO E O PEDIDO PELO CPF PARA TODOS OS
000190*             E-MAILS DO CPF NO MESTRE; UM REGISTRO PERTENCE AO
000200*             TITULAR QUANDO TRAZ O CPF OU UM DESSES E-MAILS
000210*             (INCLUSIVE COMO E-MAIL NOVO DE UMA TROCA). NOS
000220*             REJEITOS, SEM DATA PROPRIA, A COLUNA DATA TRAZ A
000230*             DATA EFETIVA DA TRANSACAO QUANDO INFORMADA.
000240*             TRAZ AINDA O CONSENTIMENTO DE MALA DIRETA DO
000250*             MESTRE, O DAS INCLUSOES E TRANSACOES DE
000260*             CONSENTIMENTO E O HISTORICO DE CONSENTIMENTO
000270*             (CONSHIST), COM O ESTADO NOVO E O ANTERIOR.
000280*             ENCERRA COM RC 4 QUANDO ALGUM PEDIDO NAO TEM
000290*             DADOS, RC 8 COM CARTAO DE PEDIDO INVALIDO E RC 16
000300*             EM ERRO FATAL DE E/S.
000310* TECTONICS.  cobc
000320******************************************************************
000330* MODIFICATION HISTORY
000340*   15/10/26  MS    PROGRAMA ORIGINAL
000350*   15/10/26  MS    CONSENTIMENTO DE MALA DIRETA: LISTA O
000360*                   CONSHIST E O CONSENTIMENTO DO MESTRE, DA
000370*                   AUDITORIA E DOS REJEITOS; O E-MAIL NOVO SO E
000380*                   CONFERIDO NA TROCA DE E-MAIL (CODIGO T)
000390*   15/10/26  MS    DESCREVE A DECISAO DO SUPERVISOR (CODIGO S)
000400*                   SOBRE ENTRADA DA CAPTACAO ONLINE
000410*   15/10/26  MS    TRILHA DE AUDITORIA DE LRECL 332 (CADEIA DE
000420*                   HASH)
000430*   15/10/26  MS    TRILHA DE AUDITORIA DE LRECL 333 E REJEITOS DE
000440*                   LRECL 218 (ORIGEM DA TRANSACAO)
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. STMCAD085.
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT ARQ-PEDIDOS ASSIGN TO PEDIDOS
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS DS-FS-PEDIDOS.
000540     SELECT CADASTRO-MESTRE ASSIGN TO CADMEST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CM-EMAIL
000580         ALTERNATE RECORD KEY IS CM-CPF WITH DUPLICATES
000590         FILE STATUS IS DS-FS-MESTRE.
000600     SELECT ARQ-AUDITORIA ASSIGN TO AUDITLOG
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS DS-FS-AUDITORIA.
000630     SELECT ARQ-HISTORICO ASSIGN TO AUDHIST
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS DS-FS-HISTORICO.
000660     SELECT ARQ-JORNAL ASSIGN TO JRNMEST
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS DS-FS-JORNAL.
000690     SELECT ARQ-REJEITOS ASSIGN TO REJEITOS
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS DS-FS-REJEITOS.
000720     SELECT ARQ-CONSENTIMENTO ASSIGN TO CONSHIST
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS DS-FS-CONSENTIMENTO.
000750     SELECT ARQ-RELATORIO ASSIGN TO RELSAIDA
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS DS-FS-RELATORIO.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  ARQ-PEDIDOS
000810     RECORDING MODE IS F.
000820 01  REG-PEDIDO                        PIC X(80).
000830 FD  CADASTRO-MESTRE.
000840     COPY CADMREG.
000850 FD  ARQ-AUDITORIA
000860     RECORDING MODE IS F.
000870 01  REG-AUDITORIA-ATUAL               PIC X(333).
000880 FD  ARQ-HISTORICO
000890     RECORDING MODE IS F.
000900 01  REG-HISTORICO                     PIC X(333).
000910 FD  ARQ-JORNAL
000920     RECORDING MODE IS F.
000930     COPY JRNLREG.
000940 FD  ARQ-REJEITOS
000950     RECORDING MODE IS F.
000960     COPY REJEREG.
000970 FD  ARQ-CONSENTIMENTO
000980     RECORDING MODE IS F.
000990     COPY CONSREG.
001000 FD  ARQ-RELATORIO
001010     RECORDING MODE IS F.
001020 01  REG-RELATORIO                     PIC X(132).
001030 WORKING-STORAGE SECTION.
001040
001050 01  DS-SWITCHES.
001060     02  DS-SW-FIM-PEDIDOS             PIC X(01) VALUE 'N'.
001070         88  FIM-PEDIDOS               VALUE 'S'.
001080     02  DS-SW-PEDIDO-VALIDO           PIC X(01) VALUE 'N'.
001090         88  PEDIDO-VALIDO             VALUE 'S'.
001100     02  DS-SW-FIM-ARQUIVO             PIC X(01) VALUE 'N'.
001110         88  FIM-ARQUIVO               VALUE 'S'.
001120     02  DS-SW-PESSOA                  PIC X(01) VALUE 'N'.
001130         88  PESSOA-ENCONTRADA         VALUE 'S'.
001140     02  DS-SW-LIMITE-EMAILS           PIC X(01) VALUE 'N'.
001150         88  LIMITE-EMAILS-ATINGIDO    VALUE 'S'.
001160
001170 01  DS-FS-PEDIDOS                     PIC X(02) VALUE '00'.
001180 01  DS-FS-MESTRE                      PIC X(02) VALUE '00'.
001190 01  DS-FS-AUDITORIA                   PIC X(02) VALUE '00'.
001200 01  DS-FS-HISTORICO                   PIC X(02) VALUE '00'.
001210 01  DS-FS-JORNAL                      PIC X(02) VALUE '00'.
001220 01  DS-FS-REJEITOS                    PIC X(02) VALUE '00'.
001230 01  DS-FS-CONSENTIMENTO               PIC X(02) VALUE '00'.
001240 01  DS-FS-RELATORIO                   PIC X(02) VALUE '00'.
001250
001260*-----------------------------------------------------------------
001270* TRILHA DE AUDITORIA (CORRENTE E ARQUIVADA, LIDAS NESTA AREA)
001280*-----------------------------------------------------------------
001290     COPY AUDIREG.
001300
001310*-----------------------------------------------------------------
001320* IMAGEM DO MESTRE GRAVADA NO JORNAL (MESMO LAYOUT DE CADMREG)
001330*-----------------------------------------------------------------
001340 01  DS-IMAGEM.
001350     02  IM-NOME                       PIC A(30).
001360     02  IM-IDADE                      PIC 9(02).
001370     02  IM-DATA-NASC                  PIC 9(08).
001380     02  IM-EMAIL                      PIC X(30).
001390     02  IM-CLASSE                     PIC X(20).
001400     02  IM-CPF                        PIC 9(11).
001410     02  IM-TELEFONE                   PIC X(11).
001420     02  IM-ENDERECO.
001430         03  IM-END-LOGRADOURO         PIC X(30).
001440         03  IM-END-NUMERO             PIC X(05).
001450         03  IM-END-BAIRRO             PIC X(20).
001460         03  IM-END-CIDADE             PIC X(20).
001470         03  IM-END-UF                 PIC X(02).
001480         03  IM-END-CEP                PIC 9(08).
001490     02  IM-SITUACAO                   PIC X(01).
001500         88  IM-ATIVO                  VALUE 'A'.
001510     02  IM-DATA-INATIVACAO            PIC 9(08).
001520     02  IM-ENTREGA                    PIC X(01).
001530     02  IM-DATA-DEVOLUCAO             PIC 9(08).
001540     02  IM-CONSENTIMENTO              PIC X(01).
001550     02  IM-CANAL-CONSENTIMENTO        PIC X(01).
001560     02  IM-DATA-CONSENTIMENTO         PIC 9(08).
001570
001580*-----------------------------------------------------------------
001590* IDENTIFICACAO DO TITULAR DO PEDIDO CORRENTE: CPF E E-MAILS
001600*-----------------------------------------------------------------
001610 01  DS-TITULAR.
001620     02  DS-CPF                        PIC 9(11) VALUE ZEROS.
001630     02  DS-QTD-EMAILS                 PIC 9(02) VALUE ZEROS.
001640     02  DS-EMAIL OCCURS 20 TIMES      PIC X(30).
001650
001660*-----------------------------------------------------------------
001670* CHAVES DO REGISTRO CORRENTE COMPARADAS COM O TITULAR (DUAS
001680* PARA A TROCA DE E-MAIL E PARA AS IMAGENS ANTES/DEPOIS)
001690*-----------------------------------------------------------------
001700 01  DS-CHAVES-REGISTRO.
001710     02  DS-CMP-EMAIL-1                PIC X(30) VALUE SPACES.
001720     02  DS-CMP-EMAIL-2                PIC X(30) VALUE SPACES.
001730     02  DS-CMP-CPF-1                  PIC 9(11) VALUE ZEROS.
001740     02  DS-CMP-CPF-2                  PIC 9(11) VALUE ZEROS.
001750
001760 01  DS-CABECALHO-1.
001770     02  FILLER                        PIC X(36)
001780         VALUE 'DOSSIE DE DADOS PESSOAIS (LGPD)     '.
001790     02  FILLER                        PIC X(06) VALUE 'DATA: '.
001800     02  DS-CAB-DATA                   PIC X(08) VALUE SPACES.
001810     02  FILLER                        PIC X(66) VALUE SPACES.
001820     02  FILLER                        PIC X(08)
001830         VALUE 'PAGINA: '.
001840     02  DS-CAB-PAGINA                 PIC ZZZZZ9.
001850     02  FILLER                        PIC X(02) VALUE SPACES.
001860
001870 01  DS-CABECALHO-2.
001880     02  FILLER                        PIC X(08) VALUE 'PEDIDO: '.
001890     02  DS-CAB-PEDIDO                 PIC X(40) VALUE SPACES.
001900     02  FILLER                        PIC X(14)
001910         VALUE '  CPF TITULAR:'.
001920     02  DS-CAB-CPF                    PIC X(12) VALUE SPACES.
001930     02  FILLER                        PIC X(21)
001940         VALUE '  E-MAILS NO MESTRE: '.
001950     02  DS-CAB-QTD-EMAILS             PIC Z9.
001960     02  FILLER                        PIC X(35) VALUE SPACES.
001970
001980 01  DS-CABECALHO-3.
001990     02  FILLER                        PIC X(09) VALUE 'ORIGEM'.
002000     02  FILLER                        PIC X(09) VALUE 'DATA'.
002010     02  FILLER                        PIC X(09) VALUE 'HORA'.
002020     02  FILLER                        PIC X(16) VALUE 'OPERACAO'.
002030     02  FILLER                        PIC X(31) VALUE 'NOME'.
002040     02  FILLER                        PIC X(31) VALUE 'E-MAIL'.
002050     02  FILLER                        PIC X(12) VALUE 'CPF'.
002060     02  FILLER                        PIC X(15)
002070         VALUE 'STATUS/MOTIVO'.
002080
002090 01  DS-LINHA-1.
002100     02  DS-L1-ORIGEM                  PIC X(08) VALUE SPACES.
002110     02  FILLER                        PIC X(01) VALUE SPACE.
002120     02  DS-L1-DATA                    PIC X(08) VALUE SPACES.
002130     02  FILLER                        PIC X(01) VALUE SPACE.
002140     02  DS-L1-HORA                    PIC X(08) VALUE SPACES.
002150     02  FILLER                        PIC X(01) VALUE SPACE.
002160     02  DS-L1-OPERACAO                PIC X(15) VALUE SPACES.
002170     02  FILLER                        PIC X(01) VALUE SPACE.
002180     02  DS-L1-NOME                    PIC X(30) VALUE SPACES.
002190     02  FILLER                        PIC X(01) VALUE SPACE.
002200     02  DS-L1-EMAIL                   PIC X(30) VALUE SPACES.
002210     02  FILLER                        PIC X(01) VALUE SPACE.
002220     02  DS-L1-CPF                     PIC X(11) VALUE SPACES.
002230     02  FILLER                        PIC X(01) VALUE SPACE.
002240     02  DS-L1-STATUS                  PIC X(12) VALUE SPACES.
002250     02  FILLER                        PIC X(03) VALUE SPACES.
002260
002270 01  DS-LINHA-2.
002280     02  FILLER                        PIC X(08) VALUE SPACES.
002290     02  FILLER                        PIC X(05) VALUE 'NASC:'.
002300     02  DS-L2-NASC                    PIC X(08) VALUE SPACES.
002310     02  FILLER                        PIC X(05) VALUE ' TEL:'.
002320     02  DS-L2-TELEFONE                PIC X(11) VALUE SPACES.
002330     02  FILLER                        PIC X(05) VALUE ' END:'.
002340     02  DS-L2-LOGRADOURO              PIC X(30) VALUE SPACES.
002350     02  FILLER                        PIC X(01) VALUE SPACE.
002360     02  DS-L2-NUMERO                  PIC X(05) VALUE SPACES.
002370     02  FILLER                        PIC X(01) VALUE SPACE.
002380     02  DS-L2-BAIRRO                  PIC X(20) VALUE SPACES.
002390     02  FILLER                        PIC X(01) VALUE SPACE.
002400     02  DS-L2-CIDADE                  PIC X(20) VALUE SPACES.
002410     02  FILLER                        PIC X(01) VALUE SPACE.
002420     02  DS-L2-UF                      PIC X(02) VALUE SPACES.
002430     02  FILLER                        PIC X(01) VALUE SPACE.
002440     02  DS-L2-CEP                     PIC X(08) VALUE SPACES.
002450
002460 01  DS-LINHA-3.
002470     02  FILLER                        PIC X(09) VALUE SPACES.
002480     02  DS-L3-ROTULO                  PIC X(13) VALUE SPACES.
002490     02  DS-L3-EMAIL-NOVO              PIC X(30) VALUE SPACES.
002500     02  FILLER                        PIC X(80) VALUE SPACES.
002510
002520 01  DS-LINHA-INVALIDO.
002530     02  FILLER                        PIC X(24)
002540         VALUE 'PEDIDO INVALIDO (CARTAO '.
002550     02  DS-INV-NUMERO                 PIC ZZZ9.
002560     02  FILLER                        PIC X(03) VALUE '): '.
002570     02  DS-INV-CARTAO                 PIC X(80) VALUE SPACES.
002580     02  FILLER                        PIC X(21) VALUE SPACES.
002590
002600 01  DS-LINHA-TOTAL.
002610     02  FILLER                        PIC X(18)
002620         VALUE 'TOTAL DO PEDIDO - '.
002630     02  FILLER                        PIC X(08) VALUE 'MESTRE: '.
002640     02  DS-TOT-MESTRE                 PIC ZZZZZ9.
002650     02  FILLER                        PIC X(12)
002660         VALUE '  AUDITLOG: '.
002670     02  DS-TOT-AUDITORIA              PIC ZZZZZ9.
002680     02  FILLER                        PIC X(11)
002690         VALUE '  AUDHIST: '.
002700     02  DS-TOT-HISTORICO              PIC ZZZZZ9.
002710     02  FILLER                        PIC X(11)
002720         VALUE '  JRNMEST: '.
002730     02  DS-TOT-JORNAL                 PIC ZZZZZ9.
002740     02  FILLER                        PIC X(12)
002750         VALUE '  REJEITOS: '.
002760     02  DS-TOT-REJEITOS               PIC ZZZZZ9.
002770     02  FILLER                        PIC X(12)
002780         VALUE '  CONSHIST: '.
002790     02  DS-TOT-CONSENTIMENTO          PIC ZZZZZ9.
002800     02  FILLER                        PIC X(12) VALUE SPACES.
002810
002820 01  DS-LINHA-SEM-DADOS.
002830     02  FILLER                        PIC X(50)
002840         VALUE 'NENHUM REGISTRO ENCONTRADO PARA O TITULAR'.
002850     02  FILLER                        PIC X(82) VALUE SPACES.
002860
002870 01  DS-LINHA-LIMITE.
002880     02  FILLER                        PIC X(33)
002890         VALUE 'AVISO: MAIS DE 20 E-MAILS NO CPF '.
002900     02  FILLER                        PIC X(30)
002910         VALUE '- EXCEDENTES NAO PESQUISADOS'.
002920     02  FILLER                        PIC X(69) VALUE SPACES.
002930
002940*-----------------------------------------------------------------
002950* DESCRICAO DO CONSENTIMENTO DE MALA DIRETA NA LINHA DO DOSSIE
002960*-----------------------------------------------------------------
002970 01  DS-DESCR-CONSENTIMENTO.
002980     02  DS-DC-VALOR                   PIC X(10) VALUE SPACES.
002990     02  FILLER                        PIC X(07) VALUE ' CANAL '.
003000     02  DS-DC-CANAL                   PIC X(01) VALUE SPACE.
003010     02  FILLER                        PIC X(04) VALUE ' EM '.
003020     02  DS-DC-DATA                    PIC X(08) VALUE SPACES.
003030
003040 01  DS-LINHA-SAIDA                    PIC X(132) VALUE SPACES.
003050
003060 77  DS-DATA-PROCESSO                  PIC X(08) VALUE SPACES.
003070 77  DS-ORIGEM                         PIC X(08) VALUE SPACES.
003080 77  DS-TIPO-TRANSACAO                 PIC X(01) VALUE SPACE.
003090 77  DS-DESCRICAO-TIPO                 PIC X(15) VALUE SPACES.
003100 77  DS-EMAIL-NOVO                     PIC X(30) VALUE SPACES.
003110 77  DS-EMAIL-INCLUIR                  PIC X(30) VALUE SPACES.
003120 77  DS-IDX-EMAIL                      PIC 9(02) COMP VALUE ZEROS.
003130 77  DS-QTD-ARROBA                     PIC 9(02) VALUE ZEROS.
003140 77  DS-QTD-LINHAS                     PIC 9(02) VALUE 99.
003150 77  DS-QTD-PAGINAS                    PIC 9(06) VALUE ZEROS.
003160 77  DS-MAX-LINHAS                     PIC 9(02) VALUE 55.
003170 77  DS-ARQUIVO-ERRO                   PIC X(08) VALUE SPACES.
003180 77  DS-FS-ERRO                        PIC X(02) VALUE SPACES.
003190 77  DS-CONS-VALOR                     PIC X(01) VALUE SPACE.
003200 77  DS-CONS-CANAL                     PIC X(01) VALUE SPACE.
003210 77  DS-CONS-DATA                      PIC X(08) VALUE SPACES.
003220
003230 01  DS-CONTADORES-PEDIDO.
003240     02  DS-QTD-MESTRE                 PIC 9(06) VALUE ZEROS.
003250     02  DS-QTD-AUDITORIA              PIC 9(06) VALUE ZEROS.
003260     02  DS-QTD-HISTORICO              PIC 9(06) VALUE ZEROS.
003270     02  DS-QTD-JORNAL                 PIC 9(06) VALUE ZEROS.
003280     02  DS-QTD-REJEITOS               PIC 9(06) VALUE ZEROS.
003290     02  DS-QTD-CONSENTIMENTO          PIC 9(06) VALUE ZEROS.
003300     02  DS-QTD-DO-PEDIDO              PIC 9(06) VALUE ZEROS.
003310
003320 01  DS-CONTADORES.
003330     02  DS-QTD-PEDIDOS                PIC 9(06) VALUE ZEROS.
003340     02  DS-QTD-ATENDIDOS              PIC 9(06) VALUE ZEROS.
003350     02  DS-QTD-SEM-DADOS              PIC 9(06) VALUE ZEROS.
003360     02  DS-QTD-INVALIDOS              PIC 9(06) VALUE ZEROS.
003370     02  DS-QTD-LISTADOS               PIC 9(06) VALUE ZEROS.
003380
003390 PROCEDURE DIVISION.
003400*-----------------------------------------------------------------
003410* 0000-MAINLINE - CONTROLA A LEITURA DOS PEDIDOS, A MONTAGEM DO
003420* DOSSIE DE CADA TITULAR E O ENCERRAMENTO
003430*-----------------------------------------------------------------
003440 0000-MAINLINE.
003450
003460     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
003470
003480     PERFORM 2000-PROCESSA-PEDIDO THRU 2000-EXIT
003490         UNTIL FIM-PEDIDOS.
003500
003510     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
003520
003530     EVALUATE TRUE
003540         WHEN DS-QTD-INVALIDOS > 0
003550             MOVE 8 TO RETURN-CODE
003560         WHEN DS-QTD-SEM-DADOS > 0
003570             MOVE 4 TO RETURN-CODE
003580     END-EVALUATE
003590
003600     STOP RUN.
003610*-----------------------------------------------------------------
003620* 1000-INICIALIZACAO - ABRE OS PEDIDOS, O RELATORIO E O MESTRE E
003630* LE O PRIMEIRO PEDIDO; OS ARQUIVOS SEQUENCIAIS SAO ABERTOS E
003640* FECHADOS A CADA TITULAR, POIS SAO RELIDOS POR PEDIDO
003650*-----------------------------------------------------------------
003660 1000-INICIALIZACAO.
003670
003680     DISPLAY '**********************************************'
003690     DISPLAY '     DOSSIE DE DADOS PESSOAIS (LGPD)          '
003700     DISPLAY '**********************************************'
003710
003720     ACCEPT DS-DATA-PROCESSO FROM DATE YYYYMMDD
003730
003740     OPEN INPUT ARQ-PEDIDOS.
003750
003760     IF DS-FS-PEDIDOS NOT = '00'
003770         MOVE 'PEDIDOS ' TO DS-ARQUIVO-ERRO
003780         MOVE DS-FS-PEDIDOS TO DS-FS-ERRO
003790         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003800     END-IF.
003810
003820     OPEN OUTPUT ARQ-RELATORIO.
003830
003840     IF DS-FS-RELATORIO NOT = '00'
003850         MOVE 'RELSAIDA' TO DS-ARQUIVO-ERRO
003860         MOVE DS-FS-RELATORIO TO DS-FS-ERRO
003870         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003880     END-IF.
003890
003900     OPEN INPUT CADASTRO-MESTRE.
003910
003920     IF DS-FS-MESTRE NOT = '00'
003930         MOVE 'CADMEST ' TO DS-ARQUIVO-ERRO
003940         MOVE DS-FS-MESTRE TO DS-FS-ERRO
003950         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003960     END-IF.
003970
003980     PERFORM 2900-LER-PEDIDO THRU 2900-EXIT.
003990
004000 1000-EXIT.
004010     EXIT.
004020*-----------------------------------------------------------------
004030* 2000-PROCESSA-PEDIDO - CRITICA O CARTAO CORRENTE, MONTA O
004040* DOSSIE DO TITULAR OU LISTA O CARTAO INVALIDO, E LE O PROXIMO
004050*-----------------------------------------------------------------
004060 2000-PROCESSA-PEDIDO.
004070
004080     ADD 1 TO DS-QTD-PEDIDOS
004090
004100     PERFORM 2100-CRITICA-PEDIDO THRU 2100-EXIT
004110
004120     IF PEDIDO-VALIDO
004130         PERFORM 2050-MONTA-DOSSIE THRU 2050-EXIT
004140     ELSE
004150         ADD 1 TO DS-QTD-INVALIDOS
004160         MOVE DS-QTD-PEDIDOS TO DS-INV-NUMERO
004170         MOVE REG-PEDIDO     TO DS-INV-CARTAO
004180         MOVE DS-LINHA-INVALIDO TO DS-LINHA-SAIDA
004190         PERFORM 4000-GRAVA-RELATORIO THRU 4000-EXIT
004200         DISPLAY '| PEDIDO INVALIDO: ' REG-PEDIDO
004210     END-IF
004220
004230     PERFORM 2900-LER-PEDIDO THRU 2900-EXIT.
004240
004250 2000-EXIT.
004260     EXIT.
004270*-----------------------------------------------------------------
004280* 2050-MONTA-DOSSIE - ABRE PAGINA PROPRIA PARA O TITULAR,
004290* LOCALIZA-O NO MESTRE (AMPLIANDO CPF E E-MAILS) E VARRE A
004300* AUDITORIA, O HISTORICO, O JORNAL, OS REJEITOS E O HISTORICO DE
004310* CONSENTIMENTO
004320*-----------------------------------------------------------------
004330 2050-MONTA-DOSSIE.
004340
004350     INITIALIZE DS-CONTADORES-PEDIDO
004360
004370     PERFORM 2200-LOCALIZA-MESTRE THRU 2200-EXIT
004380
004390     PERFORM 2300-VARRE-AUDITORIA THRU 2300-EXIT
004400
004410     PERFORM 2400-VARRE-HISTORICO THRU 2400-EXIT
004420
004430     PERFORM 2500-VARRE-JORNAL THRU 2500-EXIT
004440
004450     PERFORM 2600-VARRE-REJEITOS THRU 2600-EXIT
004460
004470     PERFORM 2650-VARRE-CONSENTIMENTO THRU 2650-EXIT
004480
004490     PERFORM 2700-TOTALIZA-PEDIDO THRU 2700-EXIT.
004500
004510 2050-EXIT.
004520     EXIT.
004530*-----------------------------------------------------------------
004540* 2100-CRITICA-PEDIDO - ACEITA CPF=<11 DIGITOS, NAO ZERADO> OU
004550* EMAIL=<ENDERECO COM UMA ARROBA> E INICIALIZA O TITULAR
004560*-----------------------------------------------------------------
004570 2100-CRITICA-PEDIDO.
004580
004590     MOVE 'N'    TO DS-SW-PEDIDO-VALIDO
004600     MOVE 'N'    TO DS-SW-LIMITE-EMAILS
004610     MOVE ZEROS  TO DS-CPF
004620     MOVE ZEROS  TO DS-QTD-EMAILS
004630
004640     IF REG-PEDIDO(1:4) = 'CPF='
004650         IF REG-PEDIDO(5:11) IS NUMERIC
004660             AND REG-PEDIDO(5:11) NOT = '00000000000'
004670             AND REG-PEDIDO(16:65) = SPACES
004680             MOVE REG-PEDIDO(5:11) TO DS-CPF
004690             SET PEDIDO-VALIDO TO TRUE
004700         END-IF
004710         GO TO 2100-EXIT
004720     END-IF
004730
004740     IF REG-PEDIDO(1:6) = 'EMAIL='
004750         AND REG-PEDIDO(7:30) NOT = SPACES
004760         AND REG-PEDIDO(37:44) = SPACES
004770         MOVE ZEROS TO DS-QTD-ARROBA
004780         INSPECT REG-PEDIDO(7:30) TALLYING DS-QTD-ARROBA
004790             FOR ALL '@'
004800         IF DS-QTD-ARROBA = 1
004810             MOVE REG-PEDIDO(7:30) TO DS-EMAIL-INCLUIR
004820             PERFORM 3200-ACRESCENTA-EMAIL THRU 3200-EXIT
004830             SET PEDIDO-VALIDO TO TRUE
004840         END-IF
004850     END-IF.
004860
004870 2100-EXIT.
004880     EXIT.
004890*-----------------------------------------------------------------
004900* 2200-LOCALIZA-MESTRE - PEDIDO PELO E-MAIL: LE O MESTRE PELA
004910* CHAVE E, SE O CADASTRO TEM CPF, PASSA A PESQUISAR PELO CPF;
004920* PEDIDO PELO CPF: PERCORRE O INDICE ALTERNATIVO E LISTA TODOS
004930* OS CADASTROS DO CPF, GUARDANDO OS E-MAILS PARA AS VARREDURAS
004940*-----------------------------------------------------------------
004950 2200-LOCALIZA-MESTRE.
004960
004970     IF DS-CPF = ZEROS
004980         MOVE DS-EMAIL(1) TO CM-EMAIL
004990         READ CADASTRO-MESTRE KEY IS CM-EMAIL
005000             INVALID KEY
005010                 CONTINUE
005020         END-READ
005030         IF DS-FS-MESTRE NOT = '00'
005040             AND DS-FS-MESTRE NOT = '23'
005050             MOVE 'CADMEST ' TO DS-ARQUIVO-ERRO
005060             MOVE DS-FS-MESTRE TO DS-FS-ERRO
005070             PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
005080         END-IF
005090         IF DS-FS-MESTRE = '00'
005100             IF CM-CPF = ZEROS
005110                 PERFORM 4200-CABECALHO-PEDIDO THRU 4200-EXIT
005120                 PERFORM 2250-LISTA-MESTRE THRU 2250-EXIT
005130                 GO TO 2200-EXIT
005140             END-IF
005150             MOVE CM-CPF TO DS-CPF
005160         END-IF
005170     END-IF
005180
005190     IF DS-CPF = ZEROS
005200         PERFORM 4200-CABECALHO-PEDIDO THRU 4200-EXIT
005210         GO TO 2200-EXIT
005220     END-IF
005230
005240     PERFORM 2220-COLETA-EMAILS-CPF THRU 2220-EXIT
005250
005260     PERFORM 4200-CABECALHO-PEDIDO THRU 4200-EXIT
005270
005280     PERFORM 2230-LISTA-CADASTRO-EMAIL THRU 2230-EXIT
005290         VARYING DS-IDX-EMAIL FROM 1 BY 1
005300         UNTIL DS-IDX-EMAIL > DS-QTD-EMAILS
005310
005320     IF LIMITE-EMAILS-ATINGIDO
005330         MOVE DS-LINHA-LIMITE TO DS-LINHA-SAIDA
005340         PERFORM 4000-GRAVA-RELATORIO THRU 4000-EXIT
005350     END-IF.
005360
005370 2200-EXIT.
005380     EXIT.
005390*-----------------------------------------------------------------
005400* 2210-LER-PROXIMO-CPF - LE O PROXIMO CADASTRO PELO INDICE
005410* ALTERNATIVO E GUARDA O E-MAIL ENQUANTO O CPF FOR O DO TITULAR
005420* (FILE STATUS 02 = HA OUTROS COM O MESMO CPF)
005430*-----------------------------------------------------------------
005440 2210-LER-PROXIMO-CPF.
005450
005460     READ CADASTRO-MESTRE NEXT RECORD
005470         AT END
005480             SET FIM-ARQUIVO TO TRUE
005490             GO TO 2210-EXIT
005500     END-READ
005510
005520     IF DS-FS-MESTRE NOT = '00'
005530         AND DS-FS-MESTRE NOT = '02'
005540         MOVE 'CADMEST ' TO DS-ARQUIVO-ERRO
005550         MOVE DS-FS-MESTRE TO DS-FS-ERRO
005560         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
005570     END-IF
005580
005590     IF CM-CPF NOT = DS-CPF
005600         SET FIM-ARQUIVO TO TRUE
005610         GO TO 2210-EXIT
005620     END-IF
005630
005640     MOVE CM-EMAIL TO DS-EMAIL-INCLUIR
005650     PERFORM 3200-ACRESCENTA-EMAIL THRU 3200-EXIT.
005660
005670 2210-EXIT.
005680     EXIT.
005690*-----------------------------------------------------------------
005700* 2220-COLETA-EMAILS-CPF - POSICIONA O MESTRE NO CPF DO TITULAR
005710* PELO INDICE ALTERNATIVO E GUARDA OS E-MAILS DE TODOS OS
005720* CADASTROS DO CPF (ATIVOS E INATIVOS)
005730*-----------------------------------------------------------------
005740 2220-COLETA-EMAILS-CPF.
005750
005760     MOVE 'N' TO DS-SW-FIM-ARQUIVO
005770     MOVE DS-CPF TO CM-CPF
005780
005790     START CADASTRO-MESTRE KEY IS EQUAL TO CM-CPF
005800         INVALID KEY
005810             SET FIM-ARQUIVO TO TRUE
005820     END-START
005830
005840     IF DS-FS-MESTRE NOT = '00'
005850         AND DS-FS-MESTRE NOT = '23'
005860         MOVE 'CADMEST ' TO DS-ARQUIVO-ERRO
005870         MOVE DS-FS-MESTRE TO DS-FS-ERRO
005880         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
005890     END-IF
005900
005910     PERFORM 2210-LER-PROXIMO-CPF THRU 2210-EXIT
005920         UNTIL FIM-ARQUIVO.
005930
005940 2220-EXIT.
005950     EXIT.
005960*-----------------------------------------------------------------
005970* 2230-LISTA-CADASTRO-EMAIL - RELE PELA CHAVE O CADASTRO DE CADA
005980* E-MAIL GUARDADO E O LISTA NO DOSSIE
005990*-----------------------------------------------------------------
006000 2230-LISTA-CADASTRO-EMAIL.
006010
006020     MOVE DS-EMAIL(DS-IDX-EMAIL) TO CM-EMAIL
006030
006040     READ CADASTRO-MESTRE KEY IS CM-EMAIL
006050         INVALID KEY
006060             GO TO 2230-EXIT
006070     END-READ
006080
006090     IF DS-FS-MESTRE NOT = '00'
006100         AND DS-FS-MESTRE NOT = '02'
006110         MOVE 'CADMEST ' TO DS-ARQUIVO-ERRO
006120         MOVE DS-FS-MESTRE TO DS-FS-ERRO
006130         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
006140     END-IF
006150
006160     PERFORM 2250-LISTA-MESTRE THRU 2250-EXIT.
006170
006180 2230-EXIT.
006190     EXIT.
006200*-----------------------------------------------------------------
006210* 2250-LISTA-MESTRE - IMPRIME O CADASTRO CORRENTE DO MESTRE
006220* (SITUACAO, DATA DE INATIVACAO E MARCA DE DEVOLUCAO)
006230*-----------------------------------------------------------------
006240 2250-LISTA-MESTRE.
006250
006260     ADD 1 TO DS-QTD-MESTRE
006270
006280     MOVE SPACES             TO DS-L1-DATA
006290     MOVE SPACES             TO DS-L1-HORA
006300     MOVE SPACES             TO DS-L1-STATUS
006310     MOVE 'CADMEST '         TO DS-L1-ORIGEM
006320
006330     IF CM-ATIVO
006340         MOVE 'MESTRE ATIVO'     TO DS-L1-OPERACAO
006350     ELSE
006360         MOVE 'MESTRE INATIVO'   TO DS-L1-OPERACAO
006370         MOVE CM-DATA-INATIVACAO TO DS-L1-DATA
006380     END-IF
006390
006400     IF CM-DEVOLVIDO
006410         MOVE 'DEVOLVIDO'        TO DS-L1-STATUS
006420     END-IF
006430
006440     MOVE CM-NOME            TO DS-L1-NOME
006450     MOVE CM-EMAIL           TO DS-L1-EMAIL
006460     MOVE CM-CPF             TO DS-L1-CPF
006470     MOVE CM-DATA-NASC       TO DS-L2-NASC
006480     MOVE CM-TELEFONE        TO DS-L2-TELEFONE
006490     MOVE CM-END-LOGRADOURO  TO DS-L2-LOGRADOURO
006500     MOVE CM-END-NUMERO      TO DS-L2-NUMERO
006510     MOVE CM-END-BAIRRO      TO DS-L2-BAIRRO
006520     MOVE CM-END-CIDADE      TO DS-L2-CIDADE
006530     MOVE CM-END-UF          TO DS-L2-UF
006540     MOVE CM-END-CEP         TO DS-L2-CEP
006550     MOVE CM-CONSENTIMENTO   TO DS-CONS-VALOR
006560     MOVE CM-CANAL-CONSENTIMENTO TO DS-CONS-CANAL
006570     MOVE CM-DATA-CONSENTIMENTO  TO DS-CONS-DATA
006580     PERFORM 3300-DESCREVE-CONSENTIMENTO THRU 3300-EXIT
006590     MOVE 'CONSENTIMENTO'    TO DS-L3-ROTULO
006600
006610     PERFORM 4300-IMPRIME-REGISTRO THRU 4300-EXIT.
006620
006630 2250-EXIT.
006640     EXIT.
006650*-----------------------------------------------------------------
006660* 2300-VARRE-AUDITORIA - PERCORRE A TRILHA DE AUDITORIA CORRENTE
006670* E LISTA OS REGISTROS DO TITULAR
006680*-----------------------------------------------------------------
006690 2300-VARRE-AUDITORIA.
006700
006710     OPEN INPUT ARQ-AUDITORIA.
006720
006730     IF DS-FS-AUDITORIA NOT = '00'
006740         MOVE 'AUDITLOG' TO DS-ARQUIVO-ERRO
006750         MOVE DS-FS-AUDITORIA TO DS-FS-ERRO
006760         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
006770     END-IF.
006780
006790     MOVE 'N' TO DS-SW-FIM-ARQUIVO
006800     MOVE 'AUDITLOG' TO DS-ORIGEM
006810
006820     PERFORM 2310-LER-AUDITORIA THRU 2310-EXIT
006830         UNTIL FIM-ARQUIVO.
006840
006850     CLOSE ARQ-AUDITORIA.
006860
006870 2300-EXIT.
006880     EXIT.
006890*-----------------------------------------------------------------
006900* 2310-LER-AUDITORIA - LE O PROXIMO REGISTRO DA AUDITORIA
006910* CORRENTE E O LISTA QUANDO PERTENCE AO TITULAR
006920*-----------------------------------------------------------------
006930 2310-LER-AUDITORIA.
006940
006950     READ ARQ-AUDITORIA INTO REG-AUDITORIA
006960         AT END
006970             SET FIM-ARQUIVO TO TRUE
006980             GO TO 2310-EXIT
006990     END-READ
007000
007010     IF DS-FS-AUDITORIA NOT = '00'
007020         MOVE 'AUDITLOG' TO DS-ARQUIVO-ERRO
007030         MOVE DS-FS-AUDITORIA TO DS-FS-ERRO
007040         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
007050     END-IF
007060
007070     PERFORM 2350-CONFERE-AUDITORIA THRU 2350-EXIT
007080
007090     IF PESSOA-ENCONTRADA
007100         ADD 1 TO DS-QTD-AUDITORIA
007110     END-IF.
007120
007130 2310-EXIT.
007140     EXIT.
007150*-----------------------------------------------------------------
007160* 2350-CONFERE-AUDITORIA - CONFERE O REGISTRO DE AUDITORIA
007170* CORRENTE (E-MAIL, E-MAIL NOVO E CPF) COM O TITULAR E O
007180* IMPRIME QUANDO PERTENCE A ELE; USADO PARA O AUDITLOG E PARA
007190* O AUDHIST
007200*-----------------------------------------------------------------
007210 2350-CONFERE-AUDITORIA.
007220
007230     MOVE AU-EMAIL           TO DS-CMP-EMAIL-1
007240     MOVE SPACES             TO DS-CMP-EMAIL-2
007250     MOVE AU-CPF             TO DS-CMP-CPF-1
007260     MOVE ZEROS              TO DS-CMP-CPF-2
007270
007280     IF AU-TIPO = 'T'
007290         MOVE AU-EMAIL-NOVO  TO DS-CMP-EMAIL-2
007300     END-IF
007310
007320     PERFORM 3000-VERIFICA-PESSOA THRU 3000-EXIT
007330
007340     IF NOT PESSOA-ENCONTRADA
007350         GO TO 2350-EXIT
007360     END-IF
007370
007380     MOVE AU-TIPO            TO DS-TIPO-TRANSACAO
007390     PERFORM 3100-DESCREVE-TIPO THRU 3100-EXIT
007400
007410     MOVE DS-ORIGEM          TO DS-L1-ORIGEM
007420     MOVE AU-DATA            TO DS-L1-DATA
007430     MOVE AU-HORA            TO DS-L1-HORA
007440     MOVE DS-DESCRICAO-TIPO  TO DS-L1-OPERACAO
007450     MOVE AU-NOME            TO DS-L1-NOME
007460     MOVE AU-EMAIL           TO DS-L1-EMAIL
007470     MOVE AU-CPF             TO DS-L1-CPF
007480     MOVE AU-STATUS          TO DS-L1-STATUS
007490     MOVE AU-DATA-NASC       TO DS-L2-NASC
007500     MOVE AU-TELEFONE        TO DS-L2-TELEFONE
007510     MOVE AU-END-LOGRADOURO  TO DS-L2-LOGRADOURO
007520     MOVE AU-END-NUMERO      TO DS-L2-NUMERO
007530     MOVE AU-END-BAIRRO      TO DS-L2-BAIRRO
007540     MOVE AU-END-CIDADE      TO DS-L2-CIDADE
007550     MOVE AU-END-UF          TO DS-L2-UF
007560     MOVE AU-END-CEP         TO DS-L2-CEP
007570     MOVE SPACES             TO DS-EMAIL-NOVO
007580
007590     IF AU-TIPO = 'T'
007600         MOVE AU-EMAIL-NOVO  TO DS-EMAIL-NOVO
007610         MOVE 'E-MAIL NOVO:' TO DS-L3-ROTULO
007620     END-IF
007630
007640     IF (AU-TIPO = 'I' OR AU-TIPO = 'C')
007650         AND AU-DADOS-CONSENTIMENTO NOT = SPACES
007660         MOVE AU-CONSENTIMENTO       TO DS-CONS-VALOR
007670         MOVE AU-CANAL-CONSENTIMENTO TO DS-CONS-CANAL
007680         MOVE AU-DATA-CONSENTIMENTO  TO DS-CONS-DATA
007690         PERFORM 3300-DESCREVE-CONSENTIMENTO THRU 3300-EXIT
007700         MOVE 'CONSENTIMENTO' TO DS-L3-ROTULO
007710     END-IF
007720
007730     PERFORM 4300-IMPRIME-REGISTRO THRU 4300-EXIT.
007740
007750 2350-EXIT.
007760     EXIT.
007770*-----------------------------------------------------------------
007780* 2400-VARRE-HISTORICO - PERCORRE A AUDITORIA ARQUIVADA (TODAS
007790* AS GERACOES DO AUDHIST, CONCATENADAS PELO DD) E LISTA OS
007800* REGISTROS DO TITULAR
007810*-----------------------------------------------------------------
007820 2400-VARRE-HISTORICO.
007830
007840     OPEN INPUT ARQ-HISTORICO.
007850
007860     IF DS-FS-HISTORICO NOT = '00'
007870         MOVE 'AUDHIST ' TO DS-ARQUIVO-ERRO
007880         MOVE DS-FS-HISTORICO TO DS-FS-ERRO
007890         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
007900     END-IF.
007910
007920     MOVE 'N' TO DS-SW-FIM-ARQUIVO
007930     MOVE 'AUDHIST ' TO DS-ORIGEM
007940
007950     PERFORM 2410-LER-HISTORICO THRU 2410-EXIT
007960         UNTIL FIM-ARQUIVO.
007970
007980     CLOSE ARQ-HISTORICO.
007990
008000 2400-EXIT.
008010     EXIT.
008020*-----------------------------------------------------------------
008030* 2410-LER-HISTORICO - LE O PROXIMO REGISTRO DA AUDITORIA
008040* ARQUIVADA E O LISTA QUANDO PERTENCE AO TITULAR
008050*-----------------------------------------------------------------
008060 2410-LER-HISTORICO.
008070
008080     READ ARQ-HISTORICO INTO REG-AUDITORIA
008090         AT END
008100             SET FIM-ARQUIVO TO TRUE
008110             GO TO 2410-EXIT
008120     END-READ
008130
008140     IF DS-FS-HISTORICO NOT = '00'
008150         MOVE 'AUDHIST ' TO DS-ARQUIVO-ERRO
008160         MOVE DS-FS-HISTORICO TO DS-FS-ERRO
008170         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
008180     END-IF
008190
008200     PERFORM 2350-CONFERE-AUDITORIA THRU 2350-EXIT
008210
008220     IF PESSOA-ENCONTRADA
008230         ADD 1 TO DS-QTD-HISTORICO
008240     END-IF.
008250
008260 2410-EXIT.
008270     EXIT.
008280*-----------------------------------------------------------------
008290* 2500-VARRE-JORNAL - PERCORRE O JORNAL DE IMAGENS E LISTA AS
008300* OPERACOES SOBRE CADASTROS DO TITULAR
008310*-----------------------------------------------------------------
008320 2500-VARRE-JORNAL.
008330
008340     OPEN INPUT ARQ-JORNAL.
008350
008360     IF DS-FS-JORNAL NOT = '00'
008370         MOVE 'JRNMEST ' TO DS-ARQUIVO-ERRO
008380         MOVE DS-FS-JORNAL TO DS-FS-ERRO
008390         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
008400     END-IF.
008410
008420     MOVE 'N' TO DS-SW-FIM-ARQUIVO
008430
008440     PERFORM 2510-LER-JORNAL THRU 2510-EXIT
008450         UNTIL FIM-ARQUIVO.
008460
008470     CLOSE ARQ-JORNAL.
008480
008490 2500-EXIT.
008500     EXIT.
008510*-----------------------------------------------------------------
008520* 2510-LER-JORNAL - LE O PROXIMO REGISTRO DO JORNAL, CONFERE AS
008530* IMAGENS ANTES E DEPOIS COM O TITULAR E LISTA A IMAGEM DEPOIS
008540* (OU A IMAGEM ANTES, NA ELIMINACAO)
008550*-----------------------------------------------------------------
008560 2510-LER-JORNAL.
008570
008580     READ ARQ-JORNAL
008590         AT END
008600             SET FIM-ARQUIVO TO TRUE
008610             GO TO 2510-EXIT
008620     END-READ
008630
008640     IF DS-FS-JORNAL NOT = '00'
008650         MOVE 'JRNMEST ' TO DS-ARQUIVO-ERRO
008660         MOVE DS-FS-JORNAL TO DS-FS-ERRO
008670         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
008680     END-IF
008690
008700     MOVE SPACES TO DS-CMP-EMAIL-1
008710     MOVE SPACES TO DS-CMP-EMAIL-2
008720     MOVE ZEROS  TO DS-CMP-CPF-1
008730     MOVE ZEROS  TO DS-CMP-CPF-2
008740
008750     IF JN-IMAGEM-ANTES NOT = SPACES
008760         MOVE JN-IMAGEM-ANTES TO DS-IMAGEM
008770         MOVE IM-EMAIL        TO DS-CMP-EMAIL-1
008780         MOVE IM-CPF          TO DS-CMP-CPF-1
008790     END-IF
008800
008810     IF JN-IMAGEM-DEPOIS NOT = SPACES
008820         MOVE JN-IMAGEM-DEPOIS TO DS-IMAGEM
008830         MOVE IM-EMAIL         TO DS-CMP-EMAIL-2
008840         MOVE IM-CPF           TO DS-CMP-CPF-2
008850     END-IF
008860
008870     PERFORM 3000-VERIFICA-PESSOA THRU 3000-EXIT
008880
008890     IF NOT PESSOA-ENCONTRADA
008900         GO TO 2510-EXIT
008910     END-IF
008920
008930     ADD 1 TO DS-QTD-JORNAL
008940
008950     EVALUATE TRUE
008960         WHEN JN-OP-GRAVACAO
008970             MOVE 'JORNAL GRAVACAO' TO DS-L1-OPERACAO
008980         WHEN JN-OP-REGRAVACAO
008990             MOVE 'JORNAL REGRAV.'  TO DS-L1-OPERACAO
009000         WHEN JN-OP-ELIMINACAO
009010             MOVE 'JORNAL ELIMIN.'  TO DS-L1-OPERACAO
009020         WHEN OTHER
009030             MOVE SPACES            TO DS-L1-OPERACAO
009040             STRING 'JORNAL OPER. '  DELIMITED BY SIZE
009050                    JN-OPERACAO      DELIMITED BY SIZE
009060                 INTO DS-L1-OPERACAO
009070             END-STRING
009080     END-EVALUATE
009090
009100     IF JN-IMAGEM-DEPOIS = SPACES
009110         MOVE JN-IMAGEM-ANTES  TO DS-IMAGEM
009120     END-IF
009130
009140     MOVE 'JRNMEST '         TO DS-L1-ORIGEM
009150     MOVE JN-DATA            TO DS-L1-DATA
009160     MOVE JN-HORA            TO DS-L1-HORA
009170     MOVE IM-NOME            TO DS-L1-NOME
009180     MOVE IM-EMAIL           TO DS-L1-EMAIL
009190     MOVE IM-CPF             TO DS-L1-CPF
009200
009210     IF IM-ATIVO
009220         MOVE 'ATIVO'            TO DS-L1-STATUS
009230     ELSE
009240         MOVE 'INATIVO'          TO DS-L1-STATUS
009250     END-IF
009260
009270     MOVE IM-DATA-NASC       TO DS-L2-NASC
009280     MOVE IM-TELEFONE        TO DS-L2-TELEFONE
009290     MOVE IM-END-LOGRADOURO  TO DS-L2-LOGRADOURO
009300     MOVE IM-END-NUMERO      TO DS-L2-NUMERO
009310     MOVE IM-END-BAIRRO      TO DS-L2-BAIRRO
009320     MOVE IM-END-CIDADE      TO DS-L2-CIDADE
009330     MOVE IM-END-UF          TO DS-L2-UF
009340     MOVE IM-END-CEP         TO DS-L2-CEP
009350     MOVE SPACES             TO DS-EMAIL-NOVO
009360
009370     IF DS-CMP-EMAIL-1 NOT = SPACES
009380         AND DS-CMP-EMAIL-2 NOT = SPACES
009390         AND DS-CMP-EMAIL-1 NOT = DS-CMP-EMAIL-2
009400         MOVE DS-CMP-EMAIL-1 TO DS-EMAIL-NOVO
009410         MOVE 'E-MAIL ANTES:' TO DS-L3-ROTULO
009420     END-IF
009430
009440     PERFORM 4300-IMPRIME-REGISTRO THRU 4300-EXIT.
009450
009460 2510-EXIT.
009470     EXIT.
009480*-----------------------------------------------------------------
009490* 2600-VARRE-REJEITOS - PERCORRE AS GERACOES DE REJEITOS
009500* (CONCATENADAS PELO DD) E LISTA AS TRANSACOES REJEITADAS DO
009510* TITULAR
009520*-----------------------------------------------------------------
009530 2600-VARRE-REJEITOS.
009540
009550     OPEN INPUT ARQ-REJEITOS.
009560
009570     IF DS-FS-REJEITOS NOT = '00'
009580         MOVE 'REJEITOS' TO DS-ARQUIVO-ERRO
009590         MOVE DS-FS-REJEITOS TO DS-FS-ERRO
009600         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
009610     END-IF.
009620
009630     MOVE 'N' TO DS-SW-FIM-ARQUIVO
009640
009650     PERFORM 2610-LER-REJEITO THRU 2610-EXIT
009660         UNTIL FIM-ARQUIVO.
009670
009680     CLOSE ARQ-REJEITOS.
009690
009700 2600-EXIT.
009710     EXIT.
009720*-----------------------------------------------------------------
009730* 2610-LER-REJEITO - LE A PROXIMA TRANSACAO REJEITADA E A LISTA
009740* QUANDO PERTENCE AO TITULAR, COM O MOTIVO DA REJEICAO
009750*-----------------------------------------------------------------
009760 2610-LER-REJEITO.
009770
009780     READ ARQ-REJEITOS
009790         AT END
009800             SET FIM-ARQUIVO TO TRUE
009810             GO TO 2610-EXIT
009820     END-READ
009830
009840     IF DS-FS-REJEITOS NOT = '00'
009850         MOVE 'REJEITOS' TO DS-ARQUIVO-ERRO
009860         MOVE DS-FS-REJEITOS TO DS-FS-ERRO
009870         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
009880     END-IF
009890
009900     MOVE RJ-EMAIL           TO DS-CMP-EMAIL-1
009910     MOVE SPACES             TO DS-CMP-EMAIL-2
009920     MOVE ZEROS              TO DS-CMP-CPF-1
009930     MOVE ZEROS              TO DS-CMP-CPF-2
009940
009950     IF RJ-CPF IS NUMERIC
009960         MOVE RJ-CPF         TO DS-CMP-CPF-1
009970     END-IF
009980
009990     IF RJ-CODIGO = 'T'
010000         MOVE RJ-EMAIL-NOVO  TO DS-CMP-EMAIL-2
010010     END-IF
010020
010030     PERFORM 3000-VERIFICA-PESSOA THRU 3000-EXIT
010040
010050     IF NOT PESSOA-ENCONTRADA
010060         GO TO 2610-EXIT
010070     END-IF
010080
010090     ADD 1 TO DS-QTD-REJEITOS
010100
010110     MOVE RJ-CODIGO          TO DS-TIPO-TRANSACAO
010120     PERFORM 3100-DESCREVE-TIPO THRU 3100-EXIT
010130
010140     MOVE 'REJEITOS'         TO DS-L1-ORIGEM
010150     MOVE SPACES             TO DS-L1-DATA
010160     MOVE SPACES             TO DS-L1-HORA
010170
010180     IF RJ-DATA-EFETIVA IS NUMERIC
010190         AND RJ-DATA-EFETIVA NOT = ZEROS
010200         MOVE RJ-DATA-EFETIVA TO DS-L1-DATA
010210     END-IF
010220
010230     MOVE DS-DESCRICAO-TIPO  TO DS-L1-OPERACAO
010240     MOVE RJ-NOME            TO DS-L1-NOME
010250     MOVE RJ-EMAIL           TO DS-L1-EMAIL
010260     MOVE RJ-CPF             TO DS-L1-CPF
010270     MOVE SPACES             TO DS-L1-STATUS
010280     STRING 'REJEITO '       DELIMITED BY SIZE
010290            RJ-MOTIVO        DELIMITED BY SIZE
010300         INTO DS-L1-STATUS
010310     END-STRING
010320     MOVE RJ-DATA-NASC       TO DS-L2-NASC
010330     MOVE RJ-TELEFONE        TO DS-L2-TELEFONE
010340     MOVE RJ-END-LOGRADOURO  TO DS-L2-LOGRADOURO
010350     MOVE RJ-END-NUMERO      TO DS-L2-NUMERO
010360     MOVE RJ-END-BAIRRO      TO DS-L2-BAIRRO
010370     MOVE RJ-END-CIDADE      TO DS-L2-CIDADE
010380     MOVE RJ-END-UF          TO DS-L2-UF
010390     MOVE RJ-END-CEP         TO DS-L2-CEP
010400     MOVE SPACES             TO DS-EMAIL-NOVO
010410
010420     IF RJ-CODIGO = 'T'
010430         MOVE RJ-EMAIL-NOVO  TO DS-EMAIL-NOVO
010440         MOVE 'E-MAIL NOVO:' TO DS-L3-ROTULO
010450     END-IF
010460
010470     IF (RJ-CODIGO = 'I' OR RJ-CODIGO = 'C')
010480         AND RJ-DADOS-CONSENTIMENTO NOT = SPACES
010490         MOVE RJ-CONSENTIMENTO       TO DS-CONS-VALOR
010500         MOVE RJ-CANAL-CONSENTIMENTO TO DS-CONS-CANAL
010510         MOVE RJ-DATA-CONSENTIMENTO  TO DS-CONS-DATA
010520         PERFORM 3300-DESCREVE-CONSENTIMENTO THRU 3300-EXIT
010530         MOVE 'CONSENTIMENTO' TO DS-L3-ROTULO
010540     END-IF
010550
010560     PERFORM 4300-IMPRIME-REGISTRO THRU 4300-EXIT.
010570
010580 2610-EXIT.
010590     EXIT.
010600*-----------------------------------------------------------------
010610* 2650-VARRE-CONSENTIMENTO - PERCORRE O HISTORICO DE
010620* CONSENTIMENTO DE MALA DIRETA E LISTA AS MUDANCAS DO TITULAR
010630*-----------------------------------------------------------------
010640 2650-VARRE-CONSENTIMENTO.
010650
010660     OPEN INPUT ARQ-CONSENTIMENTO.
010670
010680     IF DS-FS-CONSENTIMENTO NOT = '00'
010690         MOVE 'CONSHIST' TO DS-ARQUIVO-ERRO
010700         MOVE DS-FS-CONSENTIMENTO TO DS-FS-ERRO
010710         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
010720     END-IF.
010730
010740     MOVE 'N' TO DS-SW-FIM-ARQUIVO
010750
010760     PERFORM 2660-LER-CONSENTIMENTO THRU 2660-EXIT
010770         UNTIL FIM-ARQUIVO.
010780
010790     CLOSE ARQ-CONSENTIMENTO.
010800
010810 2650-EXIT.
010820     EXIT.
010830*-----------------------------------------------------------------
010840* 2660-LER-CONSENTIMENTO - LE A PROXIMA MUDANCA DE CONSENTIMENTO
010850* E A LISTA QUANDO PERTENCE AO TITULAR, COM O CONSENTIMENTO
010860* NOVO E O ANTERIOR
010870*-----------------------------------------------------------------
010880 2660-LER-CONSENTIMENTO.
010890
010900     READ ARQ-CONSENTIMENTO
010910         AT END
010920             SET FIM-ARQUIVO TO TRUE
010930             GO TO 2660-EXIT
010940     END-READ
010950
010960     IF DS-FS-CONSENTIMENTO NOT = '00'
010970         MOVE 'CONSHIST' TO DS-ARQUIVO-ERRO
010980         MOVE DS-FS-CONSENTIMENTO TO DS-FS-ERRO
010990         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
011000     END-IF
011010
011020     MOVE CS-EMAIL           TO DS-CMP-EMAIL-1
011030     MOVE SPACES             TO DS-CMP-EMAIL-2
011040     MOVE CS-CPF             TO DS-CMP-CPF-1
011050     MOVE ZEROS              TO DS-CMP-CPF-2
011060
011070     PERFORM 3000-VERIFICA-PESSOA THRU 3000-EXIT
011080
011090     IF NOT PESSOA-ENCONTRADA
011100         GO TO 2660-EXIT
011110     END-IF
011120
011130     ADD 1 TO DS-QTD-CONSENTIMENTO
011140
011150     MOVE 'CONSHIST'         TO DS-L1-ORIGEM
011160     MOVE CS-DATA            TO DS-L1-DATA
011170     MOVE CS-HORA            TO DS-L1-HORA
011180
011190     IF CS-CONSENTIMENTO = 'S'
011200         MOVE 'CONSENT. OPT-IN'  TO DS-L1-OPERACAO
011210     ELSE
011220         MOVE 'CONSENT.OPT-OUT'  TO DS-L1-OPERACAO
011230     END-IF
011240
011250     MOVE SPACES             TO DS-L1-NOME
011260     MOVE CS-EMAIL           TO DS-L1-EMAIL
011270     MOVE CS-CPF             TO DS-L1-CPF
011280     MOVE SPACES             TO DS-L1-STATUS
011290     STRING 'ORIGEM '        DELIMITED BY SIZE
011300            CS-ORIGEM        DELIMITED BY SIZE
011310         INTO DS-L1-STATUS
011320     END-STRING
011330
011340     IF DS-QTD-LINHAS + 2 > DS-MAX-LINHAS
011350         MOVE 99 TO DS-QTD-LINHAS
011360     END-IF
011370
011380     MOVE DS-LINHA-1 TO DS-LINHA-SAIDA
011390     PERFORM 4000-GRAVA-RELATORIO THRU 4000-EXIT
011400
011410     MOVE CS-CONSENTIMENTO      TO DS-CONS-VALOR
011420     MOVE CS-CANAL              TO DS-CONS-CANAL
011430     MOVE CS-DATA-CONSENTIMENTO TO DS-CONS-DATA
011440     PERFORM 3300-DESCREVE-CONSENTIMENTO THRU 3300-EXIT
011450     MOVE 'CONSENTIMENTO'    TO DS-L3-ROTULO
011460     MOVE DS-EMAIL-NOVO      TO DS-L3-EMAIL-NOVO
011470     MOVE DS-LINHA-3 TO DS-LINHA-SAIDA
011480     PERFORM 4000-GRAVA-RELATORIO THRU 4000-EXIT
011490
011500     MOVE CS-CONSENT-ANTERIOR   TO DS-CONS-VALOR
011510     MOVE CS-CANAL-ANTERIOR     TO DS-CONS-CANAL
011520     MOVE CS-DATA-ANTERIOR      TO DS-CONS-DATA
011530     PERFORM 3300-DESCREVE-CONSENTIMENTO THRU 3300-EXIT
011540     MOVE 'ANTERIOR:'        TO DS-L3-ROTULO
011550     MOVE DS-EMAIL-NOVO      TO DS-L3-EMAIL-NOVO
011560     MOVE DS-LINHA-3 TO DS-LINHA-SAIDA
011570     PERFORM 4000-GRAVA-RELATORIO THRU 4000-EXIT.
011580
011590 2660-EXIT.
011600     EXIT.
011610*-----------------------------------------------------------------
011620* 2700-TOTALIZA-PEDIDO - IMPRIME OS TOTAIS DO TITULAR POR
011630* ARQUIVO (OU O AVISO DE NENHUM REGISTRO) E ACUMULA OS TOTAIS
011640* DO JOB
011650*-----------------------------------------------------------------
011660 2700-TOTALIZA-PEDIDO.
011670
011680     COMPUTE DS-QTD-DO-PEDIDO = DS-QTD-MESTRE
011690                              + DS-QTD-AUDITORIA
011700                              + DS-QTD-HISTORICO
011710                              + DS-QTD-JORNAL
011720                              + DS-QTD-REJEITOS
011730                              + DS-QTD-CONSENTIMENTO
011740
011750     IF DS-QTD-DO-PEDIDO = 0
011760         ADD 1 TO DS-QTD-SEM-DADOS
011770         MOVE DS-LINHA-SEM-DADOS TO DS-LINHA-SAIDA
011780         PERFORM 4000-GRAVA-RELATORIO THRU 4000-EXIT
011790     ELSE
011800         ADD 1 TO DS-QTD-ATENDIDOS
011810         ADD DS-QTD-DO-PEDIDO TO DS-QTD-LISTADOS
011820     END-IF
011830
011840     MOVE DS-QTD-MESTRE      TO DS-TOT-MESTRE
011850     MOVE DS-QTD-AUDITORIA   TO DS-TOT-AUDITORIA
011860     MOVE DS-QTD-HISTORICO   TO DS-TOT-HISTORICO
011870     MOVE DS-QTD-JORNAL      TO DS-TOT-JORNAL
011880     MOVE DS-QTD-REJEITOS    TO DS-TOT-REJEITOS
011890     MOVE DS-QTD-CONSENTIMENTO TO DS-TOT-CONSENTIMENTO
011900
011910     MOVE SPACES TO DS-LINHA-SAIDA
011920     PERFORM 4000-GRAVA-RELATORIO THRU 4000-EXIT
011930
011940     MOVE DS-LINHA-TOTAL TO DS-LINHA-SAIDA
011950     PERFORM 4000-GRAVA-RELATORIO THRU 4000-EXIT.
011960
011970 2700-EXIT.
011980     EXIT.
011990*-----------------------------------------------------------------
012000* 2900-LER-PEDIDO - LE O PROXIMO CARTAO DE PEDIDO, IGNORANDO
012010* LINHAS EM BRANCO E COMENTARIOS (* NA COLUNA 1)
012020*-----------------------------------------------------------------
012030 2900-LER-PEDIDO.
012040
012050     READ ARQ-PEDIDOS
012060         AT END
012070             SET FIM-PEDIDOS TO TRUE
012080             GO TO 2900-EXIT
012090     END-READ
012100
012110     IF DS-FS-PEDIDOS NOT = '00'
012120         MOVE 'PEDIDOS ' TO DS-ARQUIVO-ERRO
012130         MOVE DS-FS-PEDIDOS TO DS-FS-ERRO
012140         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
012150     END-IF
012160
012170     IF REG-PEDIDO = SPACES
012180         OR REG-PEDIDO(1:1) = '*'
012190         GO TO 2900-LER-PEDIDO
012200     END-IF.
012210
012220 2900-EXIT.
012230     EXIT.
012240*-----------------------------------------------------------------
012250* 3000-VERIFICA-PESSOA - LIGA PESSOA-ENCONTRADA QUANDO O
012260* REGISTRO CORRENTE TRAZ O CPF DO TITULAR OU UM DE SEUS E-MAILS
012270*-----------------------------------------------------------------
012280 3000-VERIFICA-PESSOA.
012290
012300     MOVE 'N' TO DS-SW-PESSOA
012310
012320     IF DS-CPF NOT = ZEROS
012330         AND (DS-CMP-CPF-1 = DS-CPF
012340              OR DS-CMP-CPF-2 = DS-CPF)
012350         SET PESSOA-ENCONTRADA TO TRUE
012360         GO TO 3000-EXIT
012370     END-IF
012380
012390     PERFORM 3010-COMPARA-EMAIL THRU 3010-EXIT
012400         VARYING DS-IDX-EMAIL FROM 1 BY 1
012410         UNTIL DS-IDX-EMAIL > DS-QTD-EMAILS
012420            OR PESSOA-ENCONTRADA.
012430
012440 3000-EXIT.
012450     EXIT.
012460*-----------------------------------------------------------------
012470* 3010-COMPARA-EMAIL - COMPARA O E-MAIL CORRENTE DO TITULAR COM
012480* OS E-MAILS DO REGISTRO
012490*-----------------------------------------------------------------
012500 3010-COMPARA-EMAIL.
012510
012520     IF DS-EMAIL(DS-IDX-EMAIL) = DS-CMP-EMAIL-1
012530         OR DS-EMAIL(DS-IDX-EMAIL) = DS-CMP-EMAIL-2
012540         SET PESSOA-ENCONTRADA TO TRUE
012550     END-IF.
012560
012570 3010-EXIT.
012580     EXIT.
012590*-----------------------------------------------------------------
012600* 3100-DESCREVE-TIPO - TRADUZ O CODIGO DA TRANSACAO (AUDITORIA
012610* E REJEITOS) PARA A COLUNA OPERACAO DO DOSSIE
012620*-----------------------------------------------------------------
012630 3100-DESCREVE-TIPO.
012640
012650     EVALUATE DS-TIPO-TRANSACAO
012660         WHEN 'I'
012670             MOVE 'INCLUSAO'        TO DS-DESCRICAO-TIPO
012680         WHEN 'A'
012690             MOVE 'ALTERACAO'       TO DS-DESCRICAO-TIPO
012700         WHEN 'E'
012710             MOVE 'EXCLUSAO'        TO DS-DESCRICAO-TIPO
012720         WHEN 'T'
012730             MOVE 'TROCA DE E-MAIL' TO DS-DESCRICAO-TIPO
012740         WHEN 'R'
012750             MOVE 'REATIVACAO'      TO DS-DESCRICAO-TIPO
012760         WHEN 'X'
012770             MOVE 'EXPURGO'         TO DS-DESCRICAO-TIPO
012780         WHEN 'D'
012790             MOVE 'DEVOLUCAO MALA'  TO DS-DESCRICAO-TIPO
012800         WHEN 'S'
012810             MOVE 'DECISAO SUPERV.' TO DS-DESCRICAO-TIPO
012820         WHEN OTHER
012830             MOVE SPACES            TO DS-DESCRICAO-TIPO
012840             STRING 'CODIGO '        DELIMITED BY SIZE
012850                    DS-TIPO-TRANSACAO DELIMITED BY SIZE
012860                 INTO DS-DESCRICAO-TIPO
012870             END-STRING
012880     END-EVALUATE.
012890
012900 3100-EXIT.
012910     EXIT.
012920*-----------------------------------------------------------------
012930* 3200-ACRESCENTA-EMAIL - ACRESCENTA O E-MAIL A LISTA DO TITULAR
012940* QUANDO AINDA NAO CONSTA; ACIMA DE 20 LIGA O AVISO DE LIMITE
012950*-----------------------------------------------------------------
012960 3200-ACRESCENTA-EMAIL.
012970
012980     MOVE 'N' TO DS-SW-PESSOA
012990     MOVE DS-EMAIL-INCLUIR TO DS-CMP-EMAIL-1
013000     MOVE DS-EMAIL-INCLUIR TO DS-CMP-EMAIL-2
013010
013020     PERFORM 3010-COMPARA-EMAIL THRU 3010-EXIT
013030         VARYING DS-IDX-EMAIL FROM 1 BY 1
013040         UNTIL DS-IDX-EMAIL > DS-QTD-EMAILS
013050            OR PESSOA-ENCONTRADA
013060
013070     IF PESSOA-ENCONTRADA
013080         GO TO 3200-EXIT
013090     END-IF
013100
013110     IF DS-QTD-EMAILS NOT < 20
013120         SET LIMITE-EMAILS-ATINGIDO TO TRUE
013130         GO TO 3200-EXIT
013140     END-IF
013150
013160     ADD 1 TO DS-QTD-EMAILS
013170     MOVE DS-EMAIL-INCLUIR TO DS-EMAIL(DS-QTD-EMAILS).
013180
013190 3200-EXIT.
013200     EXIT.
013210*-----------------------------------------------------------------
013220* 3300-DESCREVE-CONSENTIMENTO - MONTA EM DS-EMAIL-NOVO A
013230* DESCRICAO DO CONSENTIMENTO (VALOR, CANAL E DATA) PARA A LINHA
013240* DO DOSSIE; CONSENTIMENTO EM BRANCO = NAO INFORMADO
013250*-----------------------------------------------------------------
013260 3300-DESCREVE-CONSENTIMENTO.
013270
013280     EVALUATE DS-CONS-VALOR
013290         WHEN 'S'
013300             MOVE 'ACEITA'          TO DS-DC-VALOR
013310         WHEN 'N'
013320             MOVE 'NAO ACEITA'      TO DS-DC-VALOR
013330         WHEN OTHER
013340             MOVE 'NAO INFORMADO'   TO DS-EMAIL-NOVO
013350             GO TO 3300-EXIT
013360     END-EVALUATE
013370
013380     MOVE DS-CONS-CANAL      TO DS-DC-CANAL
013390     MOVE DS-CONS-DATA       TO DS-DC-DATA
013400     MOVE DS-DESCR-CONSENTIMENTO TO DS-EMAIL-NOVO.
013410
013420 3300-EXIT.
013430     EXIT.
013440*-----------------------------------------------------------------
013450* 4000-GRAVA-RELATORIO - GRAVA A LINHA MONTADA EM DS-LINHA-SAIDA,
013460* ABRINDO NOVA PAGINA COM CABECALHOS QUANDO A PAGINA ENCHEU
013470*-----------------------------------------------------------------
013480 4000-GRAVA-RELATORIO.
013490
013500     IF DS-QTD-LINHAS > DS-MAX-LINHAS
013510         PERFORM 4100-NOVA-PAGINA THRU 4100-EXIT
013520     END-IF
013530
013540     WRITE REG-RELATORIO FROM DS-LINHA-SAIDA
013550         AFTER ADVANCING 1 LINE
013560
013570     IF DS-FS-RELATORIO NOT = '00'
013580         MOVE 'RELSAIDA' TO DS-ARQUIVO-ERRO
013590         MOVE DS-FS-RELATORIO TO DS-FS-ERRO
013600         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
013610     END-IF
013620
013630     ADD 1 TO DS-QTD-LINHAS.
013640
013650 4000-EXIT.
013660     EXIT.
013670*-----------------------------------------------------------------
013680* 4100-NOVA-PAGINA - AVANCA PARA NOVA PAGINA E GRAVA OS
013690* CABECALHOS COM O NUMERO DA PAGINA E O PEDIDO CORRENTE
013700*-----------------------------------------------------------------
013710 4100-NOVA-PAGINA.
013720
013730     ADD 1 TO DS-QTD-PAGINAS
013740
013750     MOVE DS-DATA-PROCESSO TO DS-CAB-DATA
013760     MOVE DS-QTD-PAGINAS   TO DS-CAB-PAGINA
013770
013780     IF DS-QTD-PAGINAS = 1
013790         WRITE REG-RELATORIO FROM DS-CABECALHO-1
013800             AFTER ADVANCING 1 LINE
013810     ELSE
013820         WRITE REG-RELATORIO FROM DS-CABECALHO-1
013830             AFTER ADVANCING PAGE
013840     END-IF
013850
013860     IF DS-FS-RELATORIO NOT = '00'
013870         MOVE 'RELSAIDA' TO DS-ARQUIVO-ERRO
013880         MOVE DS-FS-RELATORIO TO DS-FS-ERRO
013890         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
013900     END-IF
013910
013920     WRITE REG-RELATORIO FROM DS-CABECALHO-2
013930         AFTER ADVANCING 1 LINE
013940
013950     IF DS-FS-RELATORIO NOT = '00'
013960         MOVE 'RELSAIDA' TO DS-ARQUIVO-ERRO
013970         MOVE DS-FS-RELATORIO TO DS-FS-ERRO
013980         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
013990     END-IF
014000
014010     WRITE REG-RELATORIO FROM DS-CABECALHO-3
014020         AFTER ADVANCING 2 LINES
014030
014040     IF DS-FS-RELATORIO NOT = '00'
014050         MOVE 'RELSAIDA' TO DS-ARQUIVO-ERRO
014060         MOVE DS-FS-RELATORIO TO DS-FS-ERRO
014070         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
014080     END-IF
014090
014100     MOVE SPACES TO REG-RELATORIO
014110     WRITE REG-RELATORIO AFTER ADVANCING 1 LINE
014120
014130     IF DS-FS-RELATORIO NOT = '00'
014140         MOVE 'RELSAIDA' TO DS-ARQUIVO-ERRO
014150         MOVE DS-FS-RELATORIO TO DS-FS-ERRO
014160         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
014170     END-IF
014180
014190     MOVE 1 TO DS-QTD-LINHAS.
014200
014210 4100-EXIT.
014220     EXIT.
014230*-----------------------------------------------------------------
014240* 4200-CABECALHO-PEDIDO - MONTA A IDENTIFICACAO DO TITULAR NO
014250* CABECALHO E FORCA NOVA PAGINA NA PROXIMA LINHA, PARA QUE CADA
014260* DOSSIE COMECE EM PAGINA PROPRIA
014270*-----------------------------------------------------------------
014280 4200-CABECALHO-PEDIDO.
014290
014300     MOVE REG-PEDIDO(1:40)   TO DS-CAB-PEDIDO
014310     MOVE SPACES             TO DS-CAB-CPF
014320
014330     IF DS-CPF NOT = ZEROS
014340         MOVE DS-CPF         TO DS-CAB-CPF
014350     END-IF
014360
014370     MOVE DS-QTD-EMAILS      TO DS-CAB-QTD-EMAILS
014380
014390     MOVE 99 TO DS-QTD-LINHAS.
014400
014410 4200-EXIT.
014420     EXIT.
014430*-----------------------------------------------------------------
014440* 4300-IMPRIME-REGISTRO - IMPRIME O REGISTRO MONTADO NAS LINHAS
014450* DE DETALHE (DADOS DA TRANSACAO, DADOS PESSOAIS E, SE HOUVER,
014460* O OUTRO E-MAIL), MANTENDO AS LINHAS NA MESMA PAGINA
014470*-----------------------------------------------------------------
014480 4300-IMPRIME-REGISTRO.
014490
014500     IF DS-QTD-LINHAS + 2 > DS-MAX-LINHAS
014510         MOVE 99 TO DS-QTD-LINHAS
014520     END-IF
014530
014540     MOVE DS-LINHA-1 TO DS-LINHA-SAIDA
014550     PERFORM 4000-GRAVA-RELATORIO THRU 4000-EXIT
014560
014570     MOVE DS-LINHA-2 TO DS-LINHA-SAIDA
014580     PERFORM 4000-GRAVA-RELATORIO THRU 4000-EXIT
014590
014600     IF DS-EMAIL-NOVO NOT = SPACES
014610         AND DS-EMAIL-NOVO NOT = DS-L1-EMAIL
014620         MOVE DS-EMAIL-NOVO TO DS-L3-EMAIL-NOVO
014630         MOVE DS-LINHA-3 TO DS-LINHA-SAIDA
014640         PERFORM 4000-GRAVA-RELATORIO THRU 4000-EXIT
014650     END-IF.
014660
014670 4300-EXIT.
014680     EXIT.
014690*-----------------------------------------------------------------
014700* 8000-FINALIZACAO - FECHA OS ARQUIVOS E EXIBE OS TOTAIS NO
014710* CONSOLE
014720*-----------------------------------------------------------------
014730 8000-FINALIZACAO.
014740
014750     IF DS-QTD-PAGINAS = 0
014760         MOVE 'NENHUM PEDIDO INFORMADO' TO DS-CAB-PEDIDO
014770         PERFORM 4100-NOVA-PAGINA THRU 4100-EXIT
014780     END-IF
014790
014800     CLOSE ARQ-PEDIDOS
014810     CLOSE CADASTRO-MESTRE
014820     CLOSE ARQ-RELATORIO
014830
014840     DISPLAY ' '
014850     DISPLAY '**********************************************'
014860     DISPLAY '   DOSSIE DE DADOS PESSOAIS - FIM DE JOB      '
014870     DISPLAY '**********************************************'
014880     DISPLAY '| PEDIDOS LIDOS .........: ' DS-QTD-PEDIDOS
014890     DISPLAY '| PEDIDOS ATENDIDOS .....: ' DS-QTD-ATENDIDOS
014900     DISPLAY '| PEDIDOS SEM DADOS .....: ' DS-QTD-SEM-DADOS
014910     DISPLAY '| PEDIDOS INVALIDOS .....: ' DS-QTD-INVALIDOS
014920     DISPLAY '| REGISTROS LISTADOS ....: ' DS-QTD-LISTADOS
014930     DISPLAY '| PAGINAS IMPRESSAS .....: ' DS-QTD-PAGINAS
014940     DISPLAY '**********************************************'.
014950
014960 8000-EXIT.
014970     EXIT.
014980*-----------------------------------------------------------------
014990* 9900-ERRO-FATAL-ES - EXIBE O ARQUIVO E O FILE STATUS DO ERRO
015000* DE E/S E ENCERRA COM CODIGO DE RETORNO 16
015010*-----------------------------------------------------------------
015020 9900-ERRO-FATAL-ES.
015030
015040     DISPLAY '**********************************************'
015050     DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO ' DS-ARQUIVO-ERRO
015060     DISPLAY '  FILE STATUS: ' DS-FS-ERRO
015070     DISPLAY '**********************************************'
015080
015090     MOVE 16 TO RETURN-CODE
015100
015110     STOP RUN.
015120
015130 9900-EXIT.
015140     EXIT.
015150 END PROGRAM STMCAD085.
