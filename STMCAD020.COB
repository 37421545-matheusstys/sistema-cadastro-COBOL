000180*               DOMINIO=<DOMINIO OU *>
000190*               DEVOLVIDOS=<S OU N>     (N = SUPRIME OS
000200*               CADASTROS COM E-MAIL DEVOLVIDO PELA MALA)
000210*             CADASTROS SEM CONSENTIMENTO DE MALA DIRETA VIGENTE
000220*             (OPT-IN, CM-CONSENTIMENTO S) NUNCA SAO SELECIONADOS;
000230*             A QUANTIDADE SUPRIMIDA SAI NOS TOTAIS DO RELSAIDA.
000240*             ENCERRA COM RC 4 QUANDO NENHUM REGISTRO FOI
000250*             SELECIONADO, RC 8 COM PARAMETROS INVALIDOS E
000260*             RC 16 EM ERRO FATAL DE E/S.
000270* TECTONICS.  cobc
000280******************************************************************
000290* MODIFICATION HISTORY
000300*   22/08/26  MS    PROGRAMA ORIGINAL
000310*   22/08/26  MS    LINHAS DE IMPRESSAO REDUZIDAS A 132 BYTES,
000320*                   SEM BYTE DE CONTROLE RESERVADO A MAO: COM A
000330*                   OPCAO PADRAO ADV O COMPILADOR ACRESCENTA O
000340*                   BYTE DE CONTROLE NO WRITE ... AFTER
000350*                   ADVANCING E O REGISTRO FISICO FECHA NOS 133
000360*                   DO DCB (RECFM=FBA)
000370*   22/08/26  MS    O TOTAL FINAL E GRAVADO COM AFTER ADVANCING
000380*                   2 LINES, SEM LINHA EM BRANCO SEPARADA, PARA
000390*                   QUE TODO WRITE DO RELATORIO TENHA O FILE
000400*                   STATUS CONFERIDO
000410*   02/09/26  MS    O RELATORIO PASSA A TRAZER CPF E TELEFONE E
000420*                   O EXTSAIDA PASSA A LRECL 200 COM CPF,
000430*                   TELEFONE E ENDERECO, NO MESMO LAYOUT NOVO
000440*                   DO EXPORTCL
000450*   02/09/26  MS    REGISTROS INATIVOS (CM-SITUACAO I, EXCLUSAO
000460*                   LOGICA) SAO SUPRIMIDOS DA SELECAO E
000470*                   CONTADOS A PARTE NO RESUMO DO CONSOLE
000480*   02/09/26  MS    INCLUSO O QUARTO CARTAO DEVOLVIDOS=<S|N>:
000490*                   COM N (PADRAO DE OPERACAO), OS CADASTROS
000500*                   MARCADOS COMO DEVOLVIDOS PELO STMCAD025 SAO
000510*                   SUPRIMIDOS DO EXTSAIDA E CONTADOS A PARTE;
000520*                   COM S ELES VOLTAM A SER SELECIONAVEIS
000530*   15/10/26  MS    CADASTROS ATIVOS SEM OPT-IN VIGENTE (OPT-OUT
000540*                   OU SEM REGISTRO DE CONSENTIMENTO) SAO
000550*                   SUPRIMIDOS DO EXTSAIDA, SEM CARTAO QUE OS
000560*                   LIBERE, E CONTADOS NA LINHA SUPRIMIDOS
000570*                   CONSENTIMENTO DOS TOTAIS DO RELSAIDA
000580******************************************************************
000590 IDENTIFICATION DIVISION.
000600 PROGRAM-ID. STMCAD020.
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT CADASTRO-MESTRE ASSIGN TO CADMEST
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS CM-EMAIL
000680         FILE STATUS IS EX-FS-MESTRE.
000690     SELECT ARQ-RELATORIO ASSIGN TO RELSAIDA
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS EX-FS-RELATORIO.
000720     SELECT ARQ-EXTRACAO ASSIGN TO EXTSAIDA
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS EX-FS-EXTRACAO.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  CADASTRO-MESTRE.
000780     COPY CADMREG.
000790 FD  ARQ-RELATORIO
000800     RECORDING MODE IS F.
000810 01  REG-RELATORIO                     PIC X(132).
000820 FD  ARQ-EXTRACAO
000830     RECORDING MODE IS F.
000840 01  REG-EXTRACAO.
000850     02  EXT-LINHA                     PIC X(200).
000860 WORKING-STORAGE SECTION.
000870
000880 01  EX-SWITCHES.
000890     02  EX-SW-FIM-MESTRE              PIC X(01) VALUE 'N'.
000900         88  FIM-MESTRE                VALUE 'S'.
000910     02  EX-SW-SELECIONA               PIC X(01) VALUE 'N'.
000920         88  REGISTRO-SELECIONADO      VALUE 'S'.
000930
000940 01  EX-FS-MESTRE                      PIC X(02) VALUE '00'.
000950 01  EX-FS-RELATORIO                   PIC X(02) VALUE '00'.
000960 01  EX-FS-EXTRACAO                    PIC X(02) VALUE '00'.
000970
000980 01  EX-PARAMETROS.
000990     02  EX-CARTAO                     PIC X(80) VALUE SPACES.
001000     02  EX-PARM-CLASSE                PIC X(20) VALUE SPACES.
001010         88  CLASSE-TODAS              VALUE '*'.
001020     02  EX-PARM-IDADE-MIN             PIC X(02) VALUE '00'.
001030     02  EX-PARM-IDADE-MAX             PIC X(02) VALUE '99'.
001040     02  EX-PARM-DOMINIO               PIC X(29) VALUE SPACES.
001050         88  DOMINIO-TODOS             VALUE '*'.
001060     02  EX-PARM-DEVOLVIDOS            PIC X(01) VALUE 'N'.
001070         88  DEVOLVIDOS-INCLUIR        VALUE 'S'.
001080
001090 01  EX-CABECALHO-1.
001100     02  FILLER                        PIC X(33)
001110         VALUE 'RELATORIO DE SELECAO DO CADASTRO '.
001120     02  FILLER                        PIC X(06) VALUE 'DATA: '.
001130     02  EX-CAB-DATA                   PIC X(08) VALUE SPACES.
001140     02  FILLER                        PIC X(69) VALUE SPACES.
001150     02  FILLER                        PIC X(08)
001160         VALUE 'PAGINA: '.
001170     02  EX-CAB-PAGINA                 PIC ZZZZZ9.
001180     02  FILLER                        PIC X(02) VALUE SPACES.
001190
001200 01  EX-CABECALHO-2.
001210     02  FILLER                        PIC X(30)
001220         VALUE 'NOME'.
001230     02  FILLER                        PIC X(01) VALUE SPACE.
001240     02  FILLER                        PIC X(05) VALUE 'IDADE'.
001250     02  FILLER                        PIC X(01) VALUE SPACE.
001260     02  FILLER                        PIC X(08) VALUE 'NASC'.
001270     02  FILLER                        PIC X(01) VALUE SPACE.
001280     02  FILLER                        PIC X(30) VALUE 'E-MAIL'.
001290     02  FILLER                        PIC X(01) VALUE SPACE.
001300     02  FILLER                        PIC X(20) VALUE 'CLASSE'.
001310     02  FILLER                        PIC X(01) VALUE SPACE.
001320     02  FILLER                        PIC X(11) VALUE 'CPF'.
001330     02  FILLER                        PIC X(01) VALUE SPACE.
001340     02  FILLER                        PIC X(11) VALUE 'TELEFONE'.
001350     02  FILLER                        PIC X(11) VALUE SPACES.
001360
001370 01  EX-LINHA-DETALHE.
001380     02  EX-DET-NOME                   PIC X(30) VALUE SPACES.
001390     02  FILLER                        PIC X(03) VALUE SPACES.
001400     02  EX-DET-IDADE                  PIC 9(02) VALUE ZEROS.
001410     02  FILLER                        PIC X(02) VALUE SPACES.
001420     02  EX-DET-NASC                   PIC 9(08) VALUE ZEROS.
001430     02  FILLER                        PIC X(01) VALUE SPACE.
001440     02  EX-DET-EMAIL                  PIC X(30) VALUE SPACES.
001450     02  FILLER                        PIC X(01) VALUE SPACE.
001460     02  EX-DET-CLASSE                 PIC X(20) VALUE SPACES.
001470     02  FILLER                        PIC X(01) VALUE SPACE.
001480     02  EX-DET-CPF                    PIC 9(11) VALUE ZEROS.
001490     02  FILLER                        PIC X(01) VALUE SPACE.
001500     02  EX-DET-TELEFONE               PIC X(11) VALUE SPACES.
001510     02  FILLER                        PIC X(11) VALUE SPACES.
001520
001530 01  EX-LINHA-TOTAL.
001540     02  FILLER                        PIC X(26)
001550         VALUE 'TOTAL SELECIONADO ......: '.
001560     02  EX-TOT-SELECIONADOS           PIC ZZZZZ9.
001570     02  FILLER                        PIC X(100) VALUE SPACES.
001580
001590 01  EX-LINHA-CONSENTIMENTO.
001600     02  FILLER                        PIC X(26)
001610         VALUE 'SUPRIMIDOS CONSENTIMENTO: '.
001620     02  EX-TOT-SEM-CONSENTIMENTO      PIC ZZZZZ9.
001630     02  FILLER                        PIC X(100) VALUE SPACES.
001640
001650 77  EX-DATA-PROCESSO                  PIC X(08) VALUE SPACES.
001660 77  EX-QTD-LIDOS                      PIC 9(06) VALUE ZEROS.
001670 77  EX-QTD-INATIVOS                   PIC 9(06) VALUE ZEROS.
001680 77  EX-QTD-DEVOLVIDOS                 PIC 9(06) VALUE ZEROS.
001690 77  EX-QTD-SEM-CONSENTIMENTO          PIC 9(06) VALUE ZEROS.
001700 77  EX-QTD-SELECIONADOS               PIC 9(06) VALUE ZEROS.
001710 77  EX-QTD-LINHAS                     PIC 9(02) VALUE 99.
001720 77  EX-QTD-PAGINAS                    PIC 9(06) VALUE ZEROS.
001730 77  EX-MAX-LINHAS                     PIC 9(02) VALUE 55.
001740 77  EX-DOMINIO-REGISTRO               PIC X(29) VALUE SPACES.
001750 77  EX-PARTE-LOCAL                    PIC X(30) VALUE SPACES.
001760 77  EX-LEN-NOME                       PIC 9(02) VALUE ZEROS.
001770 77  EX-LEN-EMAIL                      PIC 9(02) VALUE ZEROS.
001780 77  EX-LEN-CLASSE                     PIC 9(02) VALUE ZEROS.
001790 77  EX-IDX-TRIM                       PIC 9(02) VALUE ZEROS.
001800 77  EX-TRIM-CAMPO                     PIC X(30) VALUE SPACES.
001810 77  EX-LEN-CAMPO                      PIC 9(02) VALUE ZEROS.
001820 77  EX-LEN-LOGRADOURO                 PIC 9(02) VALUE ZEROS.
001830 77  EX-LEN-NUMERO                     PIC 9(02) VALUE ZEROS.
001840 77  EX-LEN-BAIRRO                     PIC 9(02) VALUE ZEROS.
001850 77  EX-LEN-CIDADE                     PIC 9(02) VALUE ZEROS.
001860
001870 PROCEDURE DIVISION.
001880*-----------------------------------------------------------------
001890* 0000-MAINLINE - CONTROLA A LEITURA DOS PARAMETROS, A VARREDURA
001900* DO MESTRE COM SELECAO E O ENCERRAMENTO COM O TOTAL
001910*-----------------------------------------------------------------
001920 0000-MAINLINE.
001930
001940     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
001950
001960     PERFORM 2000-PROCESSA-REGISTRO THRU 2000-EXIT
001970         UNTIL FIM-MESTRE.
001980
001990     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
002000
002010     IF EX-QTD-SELECIONADOS = 0
002020         DISPLAY '| NENHUM REGISTRO SELECIONADO'
002030         MOVE 4 TO RETURN-CODE
002040     END-IF
002050
002060     STOP RUN.
002070*-----------------------------------------------------------------
002080* 1000-INICIALIZACAO - LE E CRITICA OS QUATRO CARTOES DE PARAMETRO
002090* DE SYSIN, ABRE OS ARQUIVOS E POSICIONA O MESTRE NO MENOR
002100* E-MAIL PARA A VARREDURA
002110*-----------------------------------------------------------------
002120 1000-INICIALIZACAO.
002130
002140     DISPLAY '**********************************************'
002150     DISPLAY '       EXTRACAO SELETIVA DO CADASTRO          '
002160     DISPLAY '**********************************************'
002170
002180     ACCEPT EX-DATA-PROCESSO FROM DATE YYYYMMDD
002190
002200     PERFORM 1100-LE-PARM-CLASSE THRU 1100-EXIT
002210
002220     PERFORM 1200-LE-PARM-IDADE THRU 1200-EXIT
002230
002240     PERFORM 1300-LE-PARM-DOMINIO THRU 1300-EXIT
002250
002260     PERFORM 1400-LE-PARM-DEVOLVIDOS THRU 1400-EXIT
002270
002280     DISPLAY '| CLASSE .: ' EX-PARM-CLASSE
002290     DISPLAY '| IDADE ..: ' EX-PARM-IDADE-MIN ' A '
002300         EX-PARM-IDADE-MAX
002310     DISPLAY '| DOMINIO : ' EX-PARM-DOMINIO
002320     DISPLAY '| DEVOLV .: ' EX-PARM-DEVOLVIDOS
002330
002340     OPEN INPUT CADASTRO-MESTRE.
002350
002360     IF EX-FS-MESTRE NOT = '00'
002370         DISPLAY '**********************************************'
002380         DISPLAY '  ERRO FATAL - ARQUIVO CADMEST NAO DISPONIVEL  '
002390         DISPLAY '  FILE STATUS: ' EX-FS-MESTRE
002400         DISPLAY '**********************************************'
002410         MOVE 16 TO RETURN-CODE
002420         STOP RUN
002430     END-IF.
002440
002450     OPEN OUTPUT ARQ-RELATORIO.
002460
002470     IF EX-FS-RELATORIO NOT = '00'
002480         DISPLAY '**********************************************'
002490         DISPLAY '  ERRO FATAL - ARQUIVO RELSAIDA NAO DISPONIVEL '
002500         DISPLAY '  FILE STATUS: ' EX-FS-RELATORIO
002510         DISPLAY '**********************************************'
002520         MOVE 16 TO RETURN-CODE
002530         STOP RUN
002540     END-IF.
002550
002560     OPEN OUTPUT ARQ-EXTRACAO.
002570
002580     IF EX-FS-EXTRACAO NOT = '00'
002590         DISPLAY '**********************************************'
002600         DISPLAY '  ERRO FATAL - ARQUIVO EXTSAIDA NAO DISPONIVEL '
002610         DISPLAY '  FILE STATUS: ' EX-FS-EXTRACAO
002620         DISPLAY '**********************************************'
002630         MOVE 16 TO RETURN-CODE
002640         STOP RUN
002650     END-IF.
002660
002670     MOVE LOW-VALUES TO CM-EMAIL
002680
002690     START CADASTRO-MESTRE KEY NOT < CM-EMAIL
002700         INVALID KEY
002710             SET FIM-MESTRE TO TRUE
002720     END-START.
002730
002740 1000-EXIT.
002750     EXIT.
002760*-----------------------------------------------------------------
002770* 1100-LE-PARM-CLASSE - LE E CRITICA O CARTAO CLASSE=<FAIXA OU *>
002780*-----------------------------------------------------------------
002790 1100-LE-PARM-CLASSE.
002800
002810     MOVE SPACES TO EX-CARTAO
002820     ACCEPT EX-CARTAO
002830
002840     IF EX-CARTAO(1:7) NOT = 'CLASSE='
002850         PERFORM 9800-PARAMETRO-INVALIDO THRU 9800-EXIT
002860     END-IF
002870
002880     MOVE EX-CARTAO(8:20) TO EX-PARM-CLASSE
002890
002900     IF EX-PARM-CLASSE NOT = 'CRIANCA'
002910         AND EX-PARM-CLASSE NOT = 'ADOLESCENTE'
002920         AND EX-PARM-CLASSE NOT = 'ADULTO'
002930         AND EX-PARM-CLASSE NOT = 'IDOSO'
002940         AND NOT CLASSE-TODAS
002950         PERFORM 9800-PARAMETRO-INVALIDO THRU 9800-EXIT
002960     END-IF.
002970
002980 1100-EXIT.
002990     EXIT.
003000*-----------------------------------------------------------------
003010* 1200-LE-PARM-IDADE - LE E CRITICA O CARTAO IDADE=<MIN>,<MAX>
003020*-----------------------------------------------------------------
003030 1200-LE-PARM-IDADE.
003040
003050     MOVE SPACES TO EX-CARTAO
003060     ACCEPT EX-CARTAO
003070
003080     IF EX-CARTAO(1:6) NOT = 'IDADE='
003090         PERFORM 9800-PARAMETRO-INVALIDO THRU 9800-EXIT
003100     END-IF
003110
003120     MOVE EX-CARTAO(7:2)  TO EX-PARM-IDADE-MIN
003130     MOVE EX-CARTAO(10:2) TO EX-PARM-IDADE-MAX
003140
003150     IF EX-CARTAO(9:1) NOT = ','
003160         OR EX-PARM-IDADE-MIN IS NOT NUMERIC
003170         OR EX-PARM-IDADE-MAX IS NOT NUMERIC
003180         OR EX-PARM-IDADE-MIN > EX-PARM-IDADE-MAX
003190         PERFORM 9800-PARAMETRO-INVALIDO THRU 9800-EXIT
003200     END-IF.
003210
003220 1200-EXIT.
003230     EXIT.
003240*-----------------------------------------------------------------
003250* 1300-LE-PARM-DOMINIO - LE E CRITICA O CARTAO
003260* DOMINIO=<DOMINIO OU *>
003270*-----------------------------------------------------------------
003280 1300-LE-PARM-DOMINIO.
003290
003300     MOVE SPACES TO EX-CARTAO
003310     ACCEPT EX-CARTAO
003320
003330     IF EX-CARTAO(1:8) NOT = 'DOMINIO='
003340         PERFORM 9800-PARAMETRO-INVALIDO THRU 9800-EXIT
003350     END-IF
003360
003370     MOVE EX-CARTAO(9:29) TO EX-PARM-DOMINIO
003380
003390     IF EX-PARM-DOMINIO = SPACES
003400         PERFORM 9800-PARAMETRO-INVALIDO THRU 9800-EXIT
003410     END-IF.
003420
003430 1300-EXIT.
003440     EXIT.
003450*-----------------------------------------------------------------
003460* 1400-LE-PARM-DEVOLVIDOS - LE E CRITICA O CARTAO
003470* DEVOLVIDOS=<S OU N>
003480*-----------------------------------------------------------------
003490 1400-LE-PARM-DEVOLVIDOS.
003500
003510     MOVE SPACES TO EX-CARTAO
003520     ACCEPT EX-CARTAO
003530
003540     IF EX-CARTAO(1:11) NOT = 'DEVOLVIDOS='
003550         PERFORM 9800-PARAMETRO-INVALIDO THRU 9800-EXIT
003560     END-IF
003570
003580     MOVE EX-CARTAO(12:1) TO EX-PARM-DEVOLVIDOS
003590
003600     IF EX-PARM-DEVOLVIDOS NOT = 'S'
003610         AND EX-PARM-DEVOLVIDOS NOT = 'N'
003620         PERFORM 9800-PARAMETRO-INVALIDO THRU 9800-EXIT
003630     END-IF.
003640
003650 1400-EXIT.
003660     EXIT.
003670*-----------------------------------------------------------------
003680* 2000-PROCESSA-REGISTRO - LE O PROXIMO REGISTRO DO MESTRE,
003690* APLICA OS FILTROS DE SELECAO E GRAVA O SELECIONADO NO
003700* RELATORIO E NO ARQUIVO DELIMITADO
003710*-----------------------------------------------------------------
003720 2000-PROCESSA-REGISTRO.
003730
003740     READ CADASTRO-MESTRE NEXT
003750         AT END
003760             SET FIM-MESTRE TO TRUE
003770             GO TO 2000-EXIT
003780     END-READ
003790
003800     IF EX-FS-MESTRE NOT = '00'
003810         DISPLAY '**********************************************'
003820         DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO CADMEST         '
003830         DISPLAY '  FILE STATUS: ' EX-FS-MESTRE
003840         DISPLAY '**********************************************'
003850         MOVE 16 TO RETURN-CODE
003860         STOP RUN
003870     END-IF
003880
003890     ADD 1 TO EX-QTD-LIDOS
003900
003910     PERFORM 2100-APLICA-FILTROS THRU 2100-EXIT
003920
003930     IF REGISTRO-SELECIONADO
003940         ADD 1 TO EX-QTD-SELECIONADOS
003950         PERFORM 3000-GRAVA-RELATORIO THRU 3000-EXIT
003960         PERFORM 4000-GRAVA-EXTRACAO THRU 4000-EXIT
003970     END-IF.
003980
003990 2000-EXIT.
004000     EXIT.
004010*-----------------------------------------------------------------
004020* 2100-APLICA-FILTROS - APLICA OS TRES FILTROS (CLASSE, FAIXA DE
004030* IDADE E DOMINIO DO E-MAIL) AO REGISTRO CORRENTE; TODOS DEVEM
004040* SER SATISFEITOS PARA A SELECAO. ANTES DELES SUPRIME OS
004050* INATIVOS, OS SEM CONSENTIMENTO VIGENTE E OS DEVOLVIDOS
004060*-----------------------------------------------------------------
004070 2100-APLICA-FILTROS.
004080
004090     MOVE 'N' TO EX-SW-SELECIONA
004100
004110     IF CM-INATIVO
004120         ADD 1 TO EX-QTD-INATIVOS
004130         GO TO 2100-EXIT
004140     END-IF
004150
004160     IF NOT CM-CONSENTE
004170         ADD 1 TO EX-QTD-SEM-CONSENTIMENTO
004180         GO TO 2100-EXIT
004190     END-IF
004200
004210     IF CM-DEVOLVIDO
004220         AND NOT DEVOLVIDOS-INCLUIR
004230         ADD 1 TO EX-QTD-DEVOLVIDOS
004240         GO TO 2100-EXIT
004250     END-IF
004260
004270     IF NOT CLASSE-TODAS
004280         AND CM-CLASSE NOT = EX-PARM-CLASSE
004290         GO TO 2100-EXIT
004300     END-IF
004310
004320     IF CM-IDADE < EX-PARM-IDADE-MIN
004330         OR CM-IDADE > EX-PARM-IDADE-MAX
004340         GO TO 2100-EXIT
004350     END-IF
004360
004370     IF NOT DOMINIO-TODOS
004380         MOVE SPACES TO EX-PARTE-LOCAL EX-DOMINIO-REGISTRO
004390         UNSTRING CM-EMAIL DELIMITED BY '@'
004400             INTO EX-PARTE-LOCAL
004410                  EX-DOMINIO-REGISTRO
004420         END-UNSTRING
004430         IF EX-DOMINIO-REGISTRO NOT = EX-PARM-DOMINIO
004440             GO TO 2100-EXIT
004450         END-IF
004460     END-IF
004470
004480     SET REGISTRO-SELECIONADO TO TRUE.
004490
004500 2100-EXIT.
004510     EXIT.
004520*-----------------------------------------------------------------
004530* 3000-GRAVA-RELATORIO - GRAVA A LINHA DE DETALHE DO REGISTRO
004540* SELECIONADO, ABRINDO NOVA PAGINA COM CABECALHOS QUANDO A
004550* PAGINA CORRENTE ENCHEU
004560*-----------------------------------------------------------------
004570 3000-GRAVA-RELATORIO.
004580
004590     IF EX-QTD-LINHAS > EX-MAX-LINHAS
004600         PERFORM 3100-NOVA-PAGINA THRU 3100-EXIT
004610     END-IF
004620
004630     MOVE CM-NOME        TO EX-DET-NOME
004640     MOVE CM-IDADE       TO EX-DET-IDADE
004650     MOVE CM-DATA-NASC   TO EX-DET-NASC
004660     MOVE CM-EMAIL       TO EX-DET-EMAIL
004670     MOVE CM-CLASSE      TO EX-DET-CLASSE
004680     MOVE CM-CPF         TO EX-DET-CPF
004690     MOVE CM-TELEFONE    TO EX-DET-TELEFONE
004700
004710     WRITE REG-RELATORIO FROM EX-LINHA-DETALHE
004720         AFTER ADVANCING 1 LINE
004730
004740     IF EX-FS-RELATORIO NOT = '00'
004750         PERFORM 9900-ERRO-RELATORIO THRU 9900-EXIT
004760     END-IF
004770
004780     ADD 1 TO EX-QTD-LINHAS.
004790
004800 3000-EXIT.
004810     EXIT.
004820*-----------------------------------------------------------------
004830* 3100-NOVA-PAGINA - AVANCA PARA NOVA PAGINA E GRAVA OS
004840* CABECALHOS COM O NUMERO DA PAGINA
004850*-----------------------------------------------------------------
004860 3100-NOVA-PAGINA.
004870
004880     ADD 1 TO EX-QTD-PAGINAS
004890
004900     MOVE EX-DATA-PROCESSO TO EX-CAB-DATA
004910     MOVE EX-QTD-PAGINAS   TO EX-CAB-PAGINA
004920
004930     IF EX-QTD-PAGINAS = 1
004940         WRITE REG-RELATORIO FROM EX-CABECALHO-1
004950             AFTER ADVANCING 1 LINE
004960     ELSE
004970         WRITE REG-RELATORIO FROM EX-CABECALHO-1
004980             AFTER ADVANCING PAGE
004990     END-IF
005000
005010     IF EX-FS-RELATORIO NOT = '00'
005020         PERFORM 9900-ERRO-RELATORIO THRU 9900-EXIT
005030     END-IF
005040
005050     WRITE REG-RELATORIO FROM EX-CABECALHO-2
005060         AFTER ADVANCING 1 LINE
005070
005080     IF EX-FS-RELATORIO NOT = '00'
005090         PERFORM 9900-ERRO-RELATORIO THRU 9900-EXIT
005100     END-IF
005110
005120     MOVE SPACES TO REG-RELATORIO
005130     WRITE REG-RELATORIO AFTER ADVANCING 1 LINE
005140
005150     IF EX-FS-RELATORIO NOT = '00'
005160         PERFORM 9900-ERRO-RELATORIO THRU 9900-EXIT
005170     END-IF
005180
005190     MOVE 1 TO EX-QTD-LINHAS.
005200
005210 3100-EXIT.
005220     EXIT.
005230*-----------------------------------------------------------------
005240* 4000-GRAVA-EXTRACAO - GRAVA O REGISTRO SELECIONADO NO ARQUIVO
005250* DELIMITADO POR VIRGULA (NOME,IDADE,EMAIL,CLASSE,CPF,TELEFONE,
005260* LOGRADOURO,NUMERO,BAIRRO,CIDADE,UF,CEP), NO MESMO ESTILO DAS
005270* LINHAS DO EXPORTCL
005280*-----------------------------------------------------------------
005290 4000-GRAVA-EXTRACAO.
005300
005310     MOVE 30 TO EX-IDX-TRIM
005320     PERFORM 4100-RETROCEDE-NOME THRU 4100-EXIT
005330         UNTIL EX-IDX-TRIM = 0
005340         OR CM-NOME(EX-IDX-TRIM:1) NOT = SPACE
005350     MOVE EX-IDX-TRIM TO EX-LEN-NOME
005360     IF EX-LEN-NOME = 0
005370         MOVE 1 TO EX-LEN-NOME
005380     END-IF
005390
005400     INITIALIZE EX-LEN-EMAIL
005410     INSPECT CM-EMAIL TALLYING EX-LEN-EMAIL
005420         FOR CHARACTERS BEFORE INITIAL SPACE
005430     IF EX-LEN-EMAIL = 0
005440         MOVE 1 TO EX-LEN-EMAIL
005450     END-IF
005460
005470     INITIALIZE EX-LEN-CLASSE
005480     INSPECT CM-CLASSE TALLYING EX-LEN-CLASSE
005490         FOR CHARACTERS BEFORE INITIAL SPACE
005500     IF EX-LEN-CLASSE = 0
005510         MOVE 1 TO EX-LEN-CLASSE
005520     END-IF
005530
005540     MOVE CM-END-LOGRADOURO TO EX-TRIM-CAMPO
005550     PERFORM 4200-TRIM-CAMPO THRU 4200-EXIT
005560     MOVE EX-LEN-CAMPO TO EX-LEN-LOGRADOURO
005570
005580     MOVE CM-END-NUMERO TO EX-TRIM-CAMPO
005590     PERFORM 4200-TRIM-CAMPO THRU 4200-EXIT
005600     MOVE EX-LEN-CAMPO TO EX-LEN-NUMERO
005610
005620     MOVE CM-END-BAIRRO TO EX-TRIM-CAMPO
005630     PERFORM 4200-TRIM-CAMPO THRU 4200-EXIT
005640     MOVE EX-LEN-CAMPO TO EX-LEN-BAIRRO
005650
005660     MOVE CM-END-CIDADE TO EX-TRIM-CAMPO
005670     PERFORM 4200-TRIM-CAMPO THRU 4200-EXIT
005680     MOVE EX-LEN-CAMPO TO EX-LEN-CIDADE
005690
005700     MOVE SPACES TO EXT-LINHA
005710     STRING CM-NOME(1:EX-LEN-NOME)       DELIMITED BY SIZE
005720         ','                             DELIMITED BY SIZE
005730         CM-IDADE                        DELIMITED BY SIZE
005740         ','                             DELIMITED BY SIZE
005750         CM-EMAIL(1:EX-LEN-EMAIL)        DELIMITED BY SIZE
005760         ','                             DELIMITED BY SIZE
005770         CM-CLASSE(1:EX-LEN-CLASSE)      DELIMITED BY SIZE
005780         ','                             DELIMITED BY SIZE
005790         CM-CPF                          DELIMITED BY SIZE
005800         ','                             DELIMITED BY SIZE
005810         CM-TELEFONE                     DELIMITED BY SIZE
005820         ','                             DELIMITED BY SIZE
005830         CM-END-LOGRADOURO(1:EX-LEN-LOGRADOURO)
005840                                         DELIMITED BY SIZE
005850         ','                             DELIMITED BY SIZE
005860         CM-END-NUMERO(1:EX-LEN-NUMERO)  DELIMITED BY SIZE
005870         ','                             DELIMITED BY SIZE
005880         CM-END-BAIRRO(1:EX-LEN-BAIRRO)  DELIMITED BY SIZE
005890         ','                             DELIMITED BY SIZE
005900         CM-END-CIDADE(1:EX-LEN-CIDADE)  DELIMITED BY SIZE
005910         ','                             DELIMITED BY SIZE
005920         CM-END-UF                       DELIMITED BY SIZE
005930         ','                             DELIMITED BY SIZE
005940         CM-END-CEP                      DELIMITED BY SIZE
005950         INTO EXT-LINHA
005960     END-STRING
005970
005980     WRITE REG-EXTRACAO.
005990
006000     IF EX-FS-EXTRACAO NOT = '00'
006010         DISPLAY '**********************************************'
006020         DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO EXTSAIDA        '
006030         DISPLAY '  FILE STATUS: ' EX-FS-EXTRACAO
006040         DISPLAY '**********************************************'
006050         MOVE 16 TO RETURN-CODE
006060         STOP RUN
006070     END-IF.
006080
006090 4000-EXIT.
006100     EXIT.
006110*-----------------------------------------------------------------
006120* 4100-RETROCEDE-NOME - RETROCEDE UMA POSICAO NO INDICE DE CORTE
006130* DO NOME, USADO PARA LOCALIZAR O ULTIMO CARACTER NAO-BRANCO
006140*-----------------------------------------------------------------
006150 4100-RETROCEDE-NOME.
006160
006170     SUBTRACT 1 FROM EX-IDX-TRIM.
006180
006190 4100-EXIT.
006200     EXIT.
006210*-----------------------------------------------------------------
006220* 4200-TRIM-CAMPO - LOCALIZA O ULTIMO CARACTER NAO-BRANCO DE
006230* EX-TRIM-CAMPO E DEVOLVE O COMPRIMENTO UTIL EM EX-LEN-CAMPO
006240* (MINIMO 1), PARA A MONTAGEM DA LINHA DELIMITADA
006250*-----------------------------------------------------------------
006260 4200-TRIM-CAMPO.
006270
006280     MOVE 30 TO EX-IDX-TRIM
006290     PERFORM 4210-RETROCEDE-CAMPO THRU 4210-EXIT
006300         UNTIL EX-IDX-TRIM = 0
006310         OR EX-TRIM-CAMPO(EX-IDX-TRIM:1) NOT = SPACE
006320     MOVE EX-IDX-TRIM TO EX-LEN-CAMPO
006330     IF EX-LEN-CAMPO = 0
006340         MOVE 1 TO EX-LEN-CAMPO
006350     END-IF.
006360
006370 4200-EXIT.
006380     EXIT.
006390*-----------------------------------------------------------------
006400* 4210-RETROCEDE-CAMPO - RETROCEDE UMA POSICAO NO INDICE DE CORTE
006410* DO CAMPO DE TRABALHO DO TRIM
006420*-----------------------------------------------------------------
006430 4210-RETROCEDE-CAMPO.
006440
006450     SUBTRACT 1 FROM EX-IDX-TRIM.
006460
006470 4210-EXIT.
006480     EXIT.
006490*-----------------------------------------------------------------
006500* 8000-FINALIZACAO - GRAVA O TOTAL SELECIONADO E O SUPRIMIDO POR
006510* CONSENTIMENTO NO RELATORIO, FECHA OS ARQUIVOS E EXIBE OS
006520* TOTAIS NO CONSOLE
006530*-----------------------------------------------------------------
006540 8000-FINALIZACAO.
006550
006560     IF EX-QTD-PAGINAS = 0
006570         PERFORM 3100-NOVA-PAGINA THRU 3100-EXIT
006580     END-IF
006590
006600     MOVE EX-QTD-SELECIONADOS TO EX-TOT-SELECIONADOS
006610
006620     WRITE REG-RELATORIO FROM EX-LINHA-TOTAL
006630         AFTER ADVANCING 2 LINES
006640
006650     IF EX-FS-RELATORIO NOT = '00'
006660         PERFORM 9900-ERRO-RELATORIO THRU 9900-EXIT
006670     END-IF
006680
006690     MOVE EX-QTD-SEM-CONSENTIMENTO TO EX-TOT-SEM-CONSENTIMENTO
006700
006710     WRITE REG-RELATORIO FROM EX-LINHA-CONSENTIMENTO
006720         AFTER ADVANCING 1 LINE
006730
006740     IF EX-FS-RELATORIO NOT = '00'
006750         PERFORM 9900-ERRO-RELATORIO THRU 9900-EXIT
006760     END-IF
006770
006780     CLOSE CADASTRO-MESTRE
006790     CLOSE ARQ-RELATORIO
006800     CLOSE ARQ-EXTRACAO
006810
006820     DISPLAY ' '
006830     DISPLAY '**********************************************'
006840     DISPLAY '       EXTRACAO SELETIVA - FIM DE JOB         '
006850     DISPLAY '**********************************************'
006860     DISPLAY '| REGISTROS LIDOS .......: ' EX-QTD-LIDOS
006870     DISPLAY '| INATIVOS SUPRIMIDOS ...: ' EX-QTD-INATIVOS
006880     DISPLAY '| SEM CONSENTIMENTO .....: '
006890         EX-QTD-SEM-CONSENTIMENTO
006900     DISPLAY '| DEVOLVIDOS SUPRIMIDOS .: ' EX-QTD-DEVOLVIDOS
006910     DISPLAY '| SELECIONADOS ..........: ' EX-QTD-SELECIONADOS
006920     DISPLAY '**********************************************'.
006930
006940 8000-EXIT.
006950     EXIT.
006960*-----------------------------------------------------------------
006970* 9800-PARAMETRO-INVALIDO - EXIBE O CARTAO REJEITADO E ENCERRA
006980* COM CODIGO DE RETORNO 8
006990*-----------------------------------------------------------------
007000 9800-PARAMETRO-INVALIDO.
007010
007020     DISPLAY '**********************************************'
007030     DISPLAY '  ERRO - PARAMETRO DE SELECAO INVALIDO (SYSIN) '
007040     DISPLAY '  CARTAO: ' EX-CARTAO
007050     DISPLAY '  FORMATO: CLASSE=<FAIXA OU *>                 '
007060     DISPLAY '           IDADE=<MIN>,<MAX>                   '
007070     DISPLAY '           DOMINIO=<DOMINIO OU *>              '
007080     DISPLAY '           DEVOLVIDOS=<S OU N>                 '
007090     DISPLAY '**********************************************'
007100
007110     MOVE 8 TO RETURN-CODE
007120
007130     STOP RUN.
007140
007150 9800-EXIT.
007160     EXIT.
007170*-----------------------------------------------------------------
007180* 9900-ERRO-RELATORIO - EXIBE O FILE STATUS DO RELATORIO E
007190* ENCERRA COM CODIGO DE RETORNO 16
007200*-----------------------------------------------------------------
007210 9900-ERRO-RELATORIO.
007220
007230     DISPLAY '**********************************************'
007240     DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO RELSAIDA        '
007250     DISPLAY '  FILE STATUS: ' EX-FS-RELATORIO
007260     DISPLAY '**********************************************'
007270
007280     MOVE 16 TO RETURN-CODE
007290
007300     STOP RUN.
007310
007320 9900-EXIT.
007330     EXIT.
007340 END PROGRAM STMCAD020.
