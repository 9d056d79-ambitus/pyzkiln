           IF modreg-status NOT = "00"
               DISPLAY "NO MODULE REGISTRY DATASET (MODREGDS) - "
                   "USING SHIPPED DEFAULT ENTRIES"
               MOVE 4 TO modreg-count
               MOVE "ZLIBCURS" TO modreg-module-id(1)
               MOVE "SHAREDL" TO modreg-program(1)
               MOVE "zlib,_curses" TO modreg-packages(1)
               MOVE "DISTRIB" TO modreg-module-id(3)
               MOVE "SHAREDL" TO modreg-program(3)
               MOVE "smtplib" TO modreg-packages(3)
               MOVE "TRANSMIT" TO modreg-module-id(4)
               MOVE "SHAREDL" TO modreg-program(4)
               MOVE "ftplib,hashlib,netrc" TO modreg-packages(4)
           ELSE
               READ MODREG-FILE INTO modreg-record
                   AT END SET modreg-eof TO TRUE
