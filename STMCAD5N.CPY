      ******************************************************************
      * MODIFICATION HISTORY
      *   02/09/26  MS    COPYBOOK ORIGINAL
      *   15/10/26  MS    BYTE DE ATRIBUTO (...A) DOS CAMPOS DE
      *                   ENTRADA, PARA O REENVIO COM MDT LIGADO
      ******************************************************************
       01  CAD5NI.
           02  FILLER                        PIC X(12).
           02  NNOMEL                        PIC S9(04) COMP.
           02  NNOMEF                        PIC X(01).
           02  FILLER REDEFINES NNOMEF.
               03  NNOMEA                    PIC X(01).
           02  NNOMEI                        PIC X(30).
           02  NNASCL                        PIC S9(04) COMP.
           02  NNASCF                        PIC X(01).
           02  FILLER REDEFINES NNASCF.
               03  NNASCA                    PIC X(01).
           02  NNASCI                        PIC X(08).
           02  NEMAILL                       PIC S9(04) COMP.
           02  NEMAILF                       PIC X(01).
           02  FILLER REDEFINES NEMAILF.
               03  NEMAILA                   PIC X(01).
           02  NEMAILI                       PIC X(30).
           02  NCPFL                         PIC S9(04) COMP.
           02  NCPFF                         PIC X(01).
           02  FILLER REDEFINES NCPFF.
               03  NCPFA                     PIC X(01).
           02  NCPFI                         PIC X(11).
           02  NTELEFL                       PIC S9(04) COMP.
           02  NTELEFF                       PIC X(01).
           02  FILLER REDEFINES NTELEFF.
               03  NTELEFA                   PIC X(01).
           02  NTELEFI                       PIC X(11).
           02  NLOGRL                        PIC S9(04) COMP.
           02  NLOGRF                        PIC X(01).
           02  FILLER REDEFINES NLOGRF.
               03  NLOGRA                    PIC X(01).
           02  NLOGRI                        PIC X(30).
           02  NNUML                         PIC S9(04) COMP.
           02  NNUMF                         PIC X(01).
           02  FILLER REDEFINES NNUMF.
               03  NNUMA                     PIC X(01).
           02  NNUMI                         PIC X(05).
           02  NBAIRROL                      PIC S9(04) COMP.
           02  NBAIRROF                      PIC X(01).
           02  FILLER REDEFINES NBAIRROF.
               03  NBAIRROA                  PIC X(01).
           02  NBAIRROI                      PIC X(20).
           02  NCIDADEL                      PIC S9(04) COMP.
           02  NCIDADEF                      PIC X(01).
           02  FILLER REDEFINES NCIDADEF.
               03  NCIDADEA                  PIC X(01).
           02  NCIDADEI                      PIC X(20).
           02  NUFL                          PIC S9(04) COMP.
           02  NUFF                          PIC X(01).
           02  FILLER REDEFINES NUFF.
               03  NUFA                      PIC X(01).
           02  NUFI                          PIC X(02).
           02  NCEPL                         PIC S9(04) COMP.
           02  NCEPF                         PIC X(01).
           02  FILLER REDEFINES NCEPF.
               03  NCEPA                     PIC X(01).
           02  NCEPI                         PIC X(08).
           02  NCONSL                        PIC S9(04) COMP.
           02  NCONSF                        PIC X(01).
           02  FILLER REDEFINES NCONSF.
               03  NCONSA                    PIC X(01).
           02  NCONSI                        PIC X(01).
           02  NMSGL                         PIC S9(04) COMP.
           02  NMSGF                         PIC X(01).
           02  NMSGI                         PIC X(60).
           02  FILLER                        PIC X(03).
           02  NCEPO                         PIC X(08).
           02  FILLER                        PIC X(03).
           02  NCONSO                        PIC X(01).
           02  FILLER                        PIC X(03).
           02  NMSGO                         PIC X(60).
