000010******************************************************************
000020* CEPREG - REGISTRO DA BASE DE CEP DOS CORREIOS (ARQUIVO CEPREF,
000030*          VSAM KSDS COM CHAVE EM CE-CEP, LRECL 100); RECARREGADA
000040*          MENSALMENTE PELO STMCAD035 A PARTIR DO EXTRATO DA BASE
000050*          DNE. CE-TIPO G = CEP GERAL DE LOCALIDADE (SEM BAIRRO
000060*          NEM LOGRADOURO), L = CEP DE LOGRADOURO. NOMES EM
000070*          MAIUSCULAS, TRUNCADOS AO TAMANHO DO ENDERECO DO
000080*          CADASTRO
000090******************************************************************
000100* MODIFICATION HISTORY
000110*   15/10/26  MS    COPYBOOK ORIGINAL
000120******************************************************************
000130 01  REG-CEP.
000140     02  CE-CEP                        PIC 9(08).
000150     02  CE-TIPO                       PIC X(01).
000160         88  CE-CEP-LOCALIDADE         VALUE 'G'.
000170         88  CE-CEP-LOGRADOURO         VALUE 'L'.
000180     02  CE-LOGRADOURO                 PIC X(30).
000190     02  CE-BAIRRO                     PIC X(20).
000200     02  CE-CIDADE                     PIC X(20).
000210     02  CE-UF                         PIC X(02).
000220     02  CE-DATA-CARGA                 PIC X(08).
000230     02  FILLER                        PIC X(11).
