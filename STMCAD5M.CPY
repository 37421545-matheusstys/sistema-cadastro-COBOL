      *   02/09/26  MS    INCLUSOS OS CAMPOS DE CONSULTA CPF, TELEFONE
      *                   E ENDERECO, EM SINCRONIA COM O MAPA FISICO
      *   02/09/26  MS    INCLUSO O CAMPO SITUACAO (EXCLUSAO LOGICA)
      *   15/10/26  MS    CAMPO CPF ABERTO A DIGITACAO (CONSULTA PELO
      *                   CPF); LAYOUT SIMBOLICO INALTERADO
      ******************************************************************
       01  CAD5MI.
           02  FILLER                        PIC X(12).
