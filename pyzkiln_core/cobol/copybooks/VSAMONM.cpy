      ** VSAMONM - symbolic map for the VSAMONL inquiry screen (map
      *  VSAMON1 of mapset VSAMONM), as the mapset assembly in
      *  VSAMONDF.jcl generates it. Regenerate both together - the
      *  field order here must match the DFHMDF order there.
       01  VSAMON1I.
           02  FILLER PIC X(12).
           02  OPERIDL    COMP  PIC  S9(4).
           02  OPERIDF    PICTURE X.
           02  FILLER REDEFINES OPERIDF.
             03 OPERIDA    PICTURE X.
           02  OPERIDI  PIC X(8).
           02  FUNCL    COMP  PIC  S9(4).
           02  FUNCF    PICTURE X.
           02  FILLER REDEFINES FUNCF.
             03 FUNCA    PICTURE X.
           02  FUNCI  PIC X(3).
           02  CUSTIDL    COMP  PIC  S9(4).
           02  CUSTIDF    PICTURE X.
           02  FILLER REDEFINES CUSTIDF.
             03 CUSTIDA    PICTURE X.
           02  CUSTIDI  PIC X(8).
           02  ENTITYL    COMP  PIC  S9(4).
           02  ENTITYF    PICTURE X.
           02  FILLER REDEFINES ENTITYF.
             03 ENTITYA    PICTURE X.
           02  ENTITYI  PIC X(4).
           02  REGIONL    COMP  PIC  S9(4).
           02  REGIONF    PICTURE X.
           02  FILLER REDEFINES REGIONF.
             03 REGIONA    PICTURE X.
           02  REGIONI  PIC X(4).
           02  FROMDTL    COMP  PIC  S9(4).
           02  FROMDTF    PICTURE X.
           02  FILLER REDEFINES FROMDTF.
             03 FROMDTA    PICTURE X.
           02  FROMDTI  PIC X(10).
           02  TODTL    COMP  PIC  S9(4).
           02  TODTF    PICTURE X.
           02  FILLER REDEFINES TODTF.
             03 TODTA    PICTURE X.
           02  TODTI  PIC X(10).
           02  ASOFDTL    COMP  PIC  S9(4).
           02  ASOFDTF    PICTURE X.
           02  FILLER REDEFINES ASOFDTF.
             03 ASOFDTA    PICTURE X.
           02  ASOFDTI  PIC X(10).
           02  DTLD OCCURS 12 TIMES.
             03  DTLL    COMP  PIC  S9(4).
             03  DTLF    PICTURE X.
             03  DTLI  PIC X(79).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  MSGI  PIC X(78).
       01  VSAMON1O REDEFINES VSAMON1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  OPERIDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  FUNCO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  CUSTIDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ENTITYO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  REGIONO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  FROMDTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  TODTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ASOFDTO  PIC X(10).
           02  DFHMS1 OCCURS 12 TIMES.
             03  FILLER PICTURE X(3).
             03  DTLO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  MSGO  PIC X(78).
