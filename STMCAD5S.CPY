      ******************************************************************
      * STMCAD5S - MAPA SIMBOLICO DA APROVACAO DAS ENTRADAS DA
      *            CAPTACAO ONLINE, NO FORMATO GERADO PELO BMS PARA O
      *            MAPA FISICO STMCAD5S (MANTER EM SINCRONIA COM O BMS)
      ******************************************************************
      * MODIFICATION HISTORY
      *   15/10/26  MS    COPYBOOK ORIGINAL
      *   15/10/26  MS    BYTE DE ATRIBUTO (...A) DOS CAMPOS DE
      *                   ENTRADA, PARA O REENVIO COM MDT LIGADO
      ******************************************************************
       01  CAD5SI.
           02  FILLER                        PIC X(12).
           02  SDATAL                        PIC S9(04) COMP.
           02  SDATAF                        PIC X(01).
           02  SDATAI                        PIC X(08).
           02  SHORAL                        PIC S9(04) COMP.
           02  SHORAF                        PIC X(01).
           02  SHORAI                        PIC X(06).
           02  SOPERL                        PIC S9(04) COMP.
           02  SOPERF                        PIC X(01).
           02  SOPERI                        PIC X(08).
           02  STERML                        PIC S9(04) COMP.
           02  STERMF                        PIC X(01).
           02  STERMI                        PIC X(04).
           02  SSITUL                        PIC S9(04) COMP.
           02  SSITUF                        PIC X(01).
           02  SSITUI                        PIC X(30).
           02  SQTDL                         PIC S9(04) COMP.
           02  SQTDF                         PIC X(01).
           02  SQTDI                         PIC X(04).
           02  SNOMEL                        PIC S9(04) COMP.
           02  SNOMEF                        PIC X(01).
           02  SNOMEI                        PIC X(30).
           02  SNASCL                        PIC S9(04) COMP.
           02  SNASCF                        PIC X(01).
           02  SNASCI                        PIC X(08).
           02  SCPFL                         PIC S9(04) COMP.
           02  SCPFF                         PIC X(01).
           02  SCPFI                         PIC X(11).
           02  SEMAILL                       PIC S9(04) COMP.
           02  SEMAILF                       PIC X(01).
           02  SEMAILI                       PIC X(30).
           02  STELEFL                       PIC S9(04) COMP.
           02  STELEFF                       PIC X(01).
           02  STELEFI                       PIC X(11).
           02  SCONSL                        PIC S9(04) COMP.
           02  SCONSF                        PIC X(01).
           02  SCONSI                        PIC X(01).
           02  SENDERL                       PIC S9(04) COMP.
           02  SENDERF                       PIC X(01).
           02  SENDERI                       PIC X(60).
           02  SCEPL                         PIC S9(04) COMP.
           02  SCEPF                         PIC X(01).
           02  SCEPI                         PIC X(08).
           02  SDEVOLL                       PIC S9(04) COMP.
           02  SDEVOLF                       PIC X(01).
           02  SDEVOLI                       PIC X(30).
           02  SDECIL                        PIC S9(04) COMP.
           02  SDECIF                        PIC X(01).
           02  FILLER REDEFINES SDECIF.
               03  SDECIA                    PIC X(01).
           02  SDECII                        PIC X(01).
           02  SMOTIL                        PIC S9(04) COMP.
           02  SMOTIF                        PIC X(01).
           02  FILLER REDEFINES SMOTIF.
               03  SMOTIA                    PIC X(01).
           02  SMOTII                        PIC X(30).
           02  SMSGL                         PIC S9(04) COMP.
           02  SMSGF                         PIC X(01).
           02  SMSGI                         PIC X(60).
       01  CAD5SO REDEFINES CAD5SI.
           02  FILLER                        PIC X(12).
           02  FILLER                        PIC X(03).
           02  SDATAO                        PIC X(08).
           02  FILLER                        PIC X(03).
           02  SHORAO                        PIC X(06).
           02  FILLER                        PIC X(03).
           02  SOPERO                        PIC X(08).
           02  FILLER                        PIC X(03).
           02  STERMO                        PIC X(04).
           02  FILLER                        PIC X(03).
           02  SSITUO                        PIC X(30).
           02  FILLER                        PIC X(03).
           02  SQTDO                         PIC X(04).
           02  FILLER                        PIC X(03).
           02  SNOMEO                        PIC X(30).
           02  FILLER                        PIC X(03).
           02  SNASCO                        PIC X(08).
           02  FILLER                        PIC X(03).
           02  SCPFO                         PIC X(11).
           02  FILLER                        PIC X(03).
           02  SEMAILO                       PIC X(30).
           02  FILLER                        PIC X(03).
           02  STELEFO                       PIC X(11).
           02  FILLER                        PIC X(03).
           02  SCONSO                        PIC X(01).
           02  FILLER                        PIC X(03).
           02  SENDERO                       PIC X(60).
           02  FILLER                        PIC X(03).
           02  SCEPO                         PIC X(08).
           02  FILLER                        PIC X(03).
           02  SDEVOLO                       PIC X(30).
           02  FILLER                        PIC X(03).
           02  SDECIO                        PIC X(01).
           02  FILLER                        PIC X(03).
           02  SMOTIO                        PIC X(30).
           02  FILLER                        PIC X(03).
           02  SMSGO                         PIC X(60).
