           05 FILLER PIC X(40) VALUE
               "COBTEST2    (none - dispatch only)      ".
           05 FILLER PIC X(40) VALUE
               "SHAREDL     zlib,_curses,smtplib,ftplib ".
           05 FILLER PIC X(40) VALUE
               "PANDASREAD  pandas                      ".
           05 FILLER PIC X(40) VALUE
               "PANDASWRITE pandas                      ".
           05 FILLER PIC X(40) VALUE
               "MTDPROJ     pandas                      ".
       01 pydeps-table REDEFINES pydeps-table-data.
           05 pydeps-entry OCCURS 6 TIMES INDEXED BY pydeps-idx.
               10 pydeps-program   PIC X(12).
               10 pydeps-packages  PIC X(28).
