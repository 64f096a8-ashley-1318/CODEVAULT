       01  AINQMAPI.
           02  FILLER PIC X(12).
           02  CURDATEL    COMP  PIC  S9(4).
           02  CURDATEF    PICTURE X.
           02  FILLER REDEFINES CURDATEF.
             03  CURDATEA    PICTURE X.
           02  CURDATEI  PIC X(10).
           02  CURTIMEL    COMP  PIC  S9(4).
           02  CURTIMEF    PICTURE X.
           02  FILLER REDEFINES CURTIMEF.
             03  CURTIMEA    PICTURE X.
           02  CURTIMEI  PIC X(8).
           02  CUSTIDL    COMP  PIC  S9(4).
           02  CUSTIDF    PICTURE X.
           02  FILLER REDEFINES CUSTIDF.
             03  CUSTIDA    PICTURE X.
           02  CUSTIDI  PIC X(10).
           02  LOANNOL    COMP  PIC  S9(4).
           02  LOANNOF    PICTURE X.
           02  FILLER REDEFINES LOANNOF.
             03  LOANNOA    PICTURE X.
           02  LOANNOI  PIC X(10).
           02  CUSTNML    COMP  PIC  S9(4).
           02  CUSTNMF    PICTURE X.
           02  FILLER REDEFINES CUSTNMF.
             03  CUSTNMA    PICTURE X.
           02  CUSTNMI  PIC X(35).
           02  ACSTATL    COMP  PIC  S9(4).
           02  ACSTATF    PICTURE X.
           02  FILLER REDEFINES ACSTATF.
             03  ACSTATA    PICTURE X.
           02  ACSTATI  PIC X(9).
           02  ACBALL    COMP  PIC  S9(4).
           02  ACBALF    PICTURE X.
           02  FILLER REDEFINES ACBALF.
             03  ACBALA    PICTURE X.
           02  ACBALI  PIC X(19).
           02  ACCCYL    COMP  PIC  S9(4).
           02  ACCCYF    PICTURE X.
           02  FILLER REDEFINES ACCCYF.
             03  ACCCYA    PICTURE X.
           02  ACCCYI  PIC X(3).
           02  ODLIML    COMP  PIC  S9(4).
           02  ODLIMF    PICTURE X.
           02  FILLER REDEFINES ODLIMF.
             03  ODLIMA    PICTURE X.
           02  ODLIMI  PIC X(18).
           02  PDSCRL    COMP  PIC  S9(4).
           02  PDSCRF    PICTURE X.
           02  FILLER REDEFINES PDSCRF.
             03  PDSCRA    PICTURE X.
           02  PDSCRI  PIC X(6).
           02  ARRDAYSL    COMP  PIC  S9(4).
           02  ARRDAYSF    PICTURE X.
           02  FILLER REDEFINES ARRDAYSF.
             03  ARRDAYSA    PICTURE X.
           02  ARRDAYSI  PIC X(3).
           02  SCRDATEL    COMP  PIC  S9(4).
           02  SCRDATEF    PICTURE X.
           02  FILLER REDEFINES SCRDATEF.
             03  SCRDATEA    PICTURE X.
           02  SCRDATEI  PIC X(8).
           02  HDRL    COMP  PIC  S9(4).
           02  HDRF    PICTURE X.
           02  FILLER REDEFINES HDRF.
             03  HDRA    PICTURE X.
           02  HDRI  PIC X(79).
           02  DFHMS1 OCCURS 12 TIMES.
             03  DTLL    COMP  PIC  S9(4).
             03  DTLF    PICTURE X.
             03  FILLER REDEFINES DTLF.
               04  DTLA    PICTURE X.
             03  DTLI  PIC X(79).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03  MSGA    PICTURE X.
           02  MSGI  PIC X(79).
       01  AINQMAPO REDEFINES AINQMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  CURDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  CURTIMEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CUSTIDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LOANNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  CUSTNMO  PIC X(35).
           02  FILLER PICTURE X(3).
           02  ACSTATO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  ACBALO  PIC X(19).
           02  FILLER PICTURE X(3).
           02  ACCCYO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  ODLIMO  PIC X(18).
           02  FILLER PICTURE X(3).
           02  PDSCRO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  ARRDAYSO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  SCRDATEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HDRO  PIC X(79).
           02  DFHMS2 OCCURS 12 TIMES.
             03  FILLER PICTURE X(3).
             03  DTLO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  MSGO  PIC X(79).
