       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PYAUDSEL.
           COPY PYPFSL.
       DATA DIVISION.
       FILE SECTION.
       COPY PYAUDFD.
       COPY PYPFFD.
       WORKING-STORAGE SECTION.
       01 pyrun PIC u(1500) VALUE z' '.
      ** module-selector picks which canned Python snippet this
       01 archive-out-alpha PIC X(256).
       01 archive-manifest-alpha PIC X(256).
       01 archive-script    PIC X(1000).
      ** ERASE mode fields - a customer data erasure rewrites an
      *  archived extract in place: the name field of every CSV line
      *  whose first field is one of the ids in the erasure list is
      *  replaced with the tombstone, the archive is recompressed,
      *  and a fresh manifest entry (same paths, new length and
      *  CRC32) is appended so VERIFY and DECOMPRESS keep matching.
      *  The count of lines changed comes back in <list>.cnt.
       01 erase-tombstone   PIC X(08) VALUE "*ERASED*".
       01 erase-script      PIC X(1500).

      ** DISTRIB selector fields - the canned distribution job that
      *  reads a report dataset and a recipient list and sends the
       01 dist-from-alpha    PIC X(64).
       01 dist-script        PIC X(1500).

      ** TRANSMIT selector fields - sends a named dataset (a
      *  PANDASWRITE extract, the JSON export) to a partner
      *  destination looked up in the transmission destinations
      *  dataset, replacing the operator's manual file transfer.
      *  Every attempt, sent or failed, appends one line to the
      *  transmission log: time, outcome, partner, byte count,
      *  record count, SHA-256 hash, file, and destination - the
      *  record XMITACK later matches partner acknowledgements
      *  against.
       01 xmit-file-alpha    PIC X(256).
       01 xmit-partner-alpha PIC X(08).
       01 xmit-dests-alpha   PIC X(256).
       01 xmit-log-alpha     PIC X(256).
       01 xmit-script        PIC X(1500).
       01 xmit-nl            PIC X(01) VALUE X"0A".

       COPY PYRC.
       01 py-err-ptr USAGE POINTER.
       COPY PYVERWS.
       COPY PYAUDWS.
       COPY PYPFWS.
       COPY PYSESSWS.
       LINKAGE SECTION.
       01 lk-module-selector PIC X(08).
                   MOVE z'import zlib; import _curses' TO pyrun
               WHEN "ARCHIVE"
                   PERFORM RESOLVE-ARCHIVE-PARMS
                   IF archive-mode = "ERASE"
                       PERFORM BUILD-ERASE-SCRIPT
                   ELSE
                       PERFORM BUILD-ARCHIVE-SCRIPT
                   END-IF
               WHEN "DISTRIB"
                   PERFORM RESOLVE-DISTRIB-PARMS
                   IF RETURN-CODE = ZERO
                       PERFORM BUILD-DISTRIB-SCRIPT
                   END-IF
               WHEN "TRANSMIT"
                   PERFORM RESOLVE-XMIT-PARMS
                   IF RETURN-CODE = ZERO
                       PERFORM BUILD-XMIT-SCRIPT
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN MODULE SELECTOR: "
                       module-selector
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid
               PERFORM START-PERF-TIMER
               CALL "Py_Initialize" RETURNING py-init-rc
               END-CALL
               PERFORM STOP-PERF-TIMER
               MOVE "PY_INITIALIZE" TO pyaudit-action
               MOVE py-init-rc TO pyaudit-rc
               PERFORM WRITE-AUDIT-RECORD
               MOVE "PY_INITIALIZE" TO pyperf-call
               MOVE py-init-rc TO pyperf-rc
               PERFORM WRITE-PERF-RECORD
           END-IF

           PERFORM START-PERF-TIMER
           CALL "PyRun_SimpleString" USING
           BY REFERENCE pyrun
           RETURNING py-run-rc
           END-CALL
           PERFORM STOP-PERF-TIMER
           MOVE "PYRUN_SIMPLESTRING" TO pyaudit-action
           MOVE py-run-rc TO pyaudit-rc
           PERFORM WRITE-AUDIT-RECORD
      ** The script's time is recorded under the selector that
      *  chose it (and the archive mode), so a slow compress is not
      *  averaged in with a quick distribution.
           MOVE SPACES TO pyperf-call
           IF module-selector = "ARCHIVE"
               STRING "ARCHIVE_" DELIMITED BY SIZE
                   archive-mode DELIMITED BY SPACE
                   INTO pyperf-call
               END-STRING
           ELSE
               MOVE module-selector TO pyperf-call
           END-IF
           MOVE py-run-rc TO pyperf-rc
           PERFORM WRITE-PERF-RECORD

      ** A non-zero py-run-rc only tells the job log that the script
      *  failed, not why. Surface the underlying Python exception
               MOVE py-run-rc TO pyaudit-rc
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           IF module-selector = "TRANSMIT"
               MOVE "TRANSMIT" TO pyaudit-action
               MOVE py-run-rc TO pyaudit-rc
               PERFORM WRITE-AUDIT-RECORD
               IF py-run-rc NOT = ZERO
                   PERFORM ISSUE-OPERATOR-ALERT
               END-IF
           END-IF

           PERFORM CHECK-PYTHON-RC

           END-IF
           MOVE archive-script TO pyrun.

      ** Builds the ERASE script. archive-in names the archive to
      *  rewrite and archive-out the erasure list (one id per line).
      *  The archive is checked against its latest manifest entry
      *  before anything is touched, so a damaged archive is never
      *  recompressed over; leading zeros are ignored on both sides
      *  of the id match. An archive with nothing to erase is left
      *  byte-for-byte as it was and gets no new manifest entry.
      *  The count file is written last, so a run that failed part
      *  way leaves no count behind for the caller to trust.
       BUILD-ERASE-SCRIPT.
           STRING "import zlib,time; p='" DELIMITED BY SIZE
               FUNCTION TRIM(archive-in-alpha) DELIMITED BY SIZE
               "'; m='" DELIMITED BY SIZE
               FUNCTION TRIM(archive-manifest-alpha)
                   DELIMITED BY SIZE
               "'; i='" DELIMITED BY SIZE
               FUNCTION TRIM(archive-out-alpha) DELIMITED BY SIZE
               "'; t='" DELIMITED BY SIZE
               erase-tombstone DELIMITED BY SIZE
               "'; k=set(l.strip().lstrip('0') for l in open(i) "
                   DELIMITED BY SIZE
               "if l.strip()); e=[l.split() for l in open(m) "
                   DELIMITED BY SIZE
               "if len(l.split())==6 and l.split()[2]==p][-1]; "
                   DELIMITED BY SIZE
               "d=zlib.decompress(open(p,'rb').read()); "
                   DELIMITED BY SIZE
               "assert int(e[5],16)==(zlib.crc32(d)&0xffffffff), "
                   DELIMITED BY SIZE
               "'ARCHIVED CHECKSUM MISMATCH - NOT ERASED'; "
                   DELIMITED BY SIZE
               "s=[l.split(',') for l in "
                   DELIMITED BY SIZE
               "d.decode('latin-1').split(chr(10))]; "
                   DELIMITED BY SIZE
               "h=[f for f in s if len(f)>1 and "
                   DELIMITED BY SIZE
               "f[0].strip().lstrip('0') in k and f[1]!=t]; "
                   DELIMITED BY SIZE
               "[f.__setitem__(1,t) for f in h]; "
                   DELIMITED BY SIZE
               "b=chr(10).join(','.join(f) for f in s)"
                   DELIMITED BY SIZE
               ".encode('latin-1'); c=zlib.compress(b); "
                   DELIMITED BY SIZE
               "h and open(p,'wb').write(c); "
                   DELIMITED BY SIZE
               "h and open(m,'a').write(time.strftime("
                   DELIMITED BY SIZE
               "'%Y-%m-%dT%H:%M:%S')+' '+e[1]+' '+p+' '"
                   DELIMITED BY SIZE
               "+str(len(b))+' '+str(len(c))+' '"
                   DELIMITED BY SIZE
               "+format(zlib.crc32(b)&0xffffffff,'08X')+chr(10)); "
                   DELIMITED BY SIZE
               "open(i+'.cnt','w').write(str(len(h))+chr(10)); "
                   DELIMITED BY SIZE
               "print('ERASED',len(h),'RECORDS IN',p)"
                   DELIMITED BY SIZE
               INTO erase-script
           END-STRING
           MOVE erase-script TO pyrun.

      ** Resolves the distribution parameters: the report dataset,
      *  the recipient-list dataset (one address per line, * lines
      *  are comments), the subject line, and the site SMTP relay.
           END-STRING
           MOVE dist-script TO pyrun.

      ** Resolves the transmission parameters: the dataset to send,
      *  the partner name (up to 8 characters), the destinations
      *  dataset, and the transmission log. A transmission with no
      *  file or no partner is refused up front.
       RESOLVE-XMIT-PARMS.
           ACCEPT xmit-file-alpha FROM ENVIRONMENT
               "SHAREDL_XMIT_FILE"
           ACCEPT xmit-partner-alpha FROM ENVIRONMENT
               "SHAREDL_XMIT_PARTNER"
           ACCEPT xmit-dests-alpha FROM ENVIRONMENT
               "SHAREDL_XMIT_DESTS"
           IF xmit-dests-alpha = SPACES
               MOVE "./xmitdest.cfg" TO xmit-dests-alpha
           END-IF
           ACCEPT xmit-log-alpha FROM ENVIRONMENT
               "SHAREDL_XMIT_LOG"
           IF xmit-log-alpha = SPACES
               MOVE "./xmit.log" TO xmit-log-alpha
           END-IF
           IF xmit-file-alpha = SPACES
               OR xmit-partner-alpha = SPACES
               DISPLAY "TRANSMIT NEEDS SHAREDL_XMIT_FILE AND "
                   "SHAREDL_XMIT_PARTNER - NOTHING SENT"
               MOVE 16 TO RETURN-CODE
           END-IF.

      ** Builds the transmission script. The partner's line in the
      *  destinations dataset is
      *    <partner> DIR  <outbound directory>
      *    <partner> FTPS <host> [<remote directory>]
      *  DIR copies into a directory the site's transfer product
      *  sweeps; FTPS sends over explicit TLS, signing on with the
      *  batch user's .netrc entry for the host so no password sits
      *  in a dataset. The log line is written in the finally block,
      *  so a failed send is logged as FAILED and its exception
      *  still comes back as a non-zero py-run-rc. Unlike the other
      *  selectors this script needs real statements (try/finally),
      *  so its lines are joined with newlines rather than ;.
       BUILD-XMIT-SCRIPT.
           STRING "import hashlib,time,shutil,os,ftplib,netrc"
                   DELIMITED BY SIZE
               xmit-nl DELIMITED BY SIZE
               "f='" DELIMITED BY SIZE
               FUNCTION TRIM(xmit-file-alpha) DELIMITED BY SIZE
               "'; p='" DELIMITED BY SIZE
               FUNCTION TRIM(xmit-partner-alpha) DELIMITED BY SIZE
               "'; d=[]; n=0; r=0; h='-'; o='FAILED'"
                   DELIMITED BY SIZE
               xmit-nl DELIMITED BY SIZE
               "for l in open('" DELIMITED BY SIZE
               FUNCTION TRIM(xmit-dests-alpha) DELIMITED BY SIZE
               "'):" DELIMITED BY SIZE
               xmit-nl DELIMITED BY SIZE
               " t=l.split()" DELIMITED BY SIZE
               xmit-nl DELIMITED BY SIZE
               " if t and t[0]==p: d=t" DELIMITED BY SIZE
               xmit-nl DELIMITED BY SIZE
               "try:" DELIMITED BY SIZE
               xmit-nl DELIMITED BY SIZE
               " data=open(f,'rb').read(); n=len(data); "
                   DELIMITED BY SIZE
               "r=data.count(b'\n'); "
                   DELIMITED BY SIZE
               "h=hashlib.sha256(data).hexdigest()"
                   DELIMITED BY SIZE
               xmit-nl DELIMITED BY SIZE
               " assert len(d)>2, 'PARTNER '+p+' NOT IN "
                   DELIMITED BY SIZE
               "TRANSMISSION DESTINATIONS'" DELIMITED BY SIZE
               xmit-nl DELIMITED BY SIZE
               " b=os.path.basename(f)" DELIMITED BY SIZE
               xmit-nl DELIMITED BY SIZE
               " if d[1]=='DIR': "
                   DELIMITED BY SIZE
               "shutil.copyfile(f,os.path.join(d[2],b))"
                   DELIMITED BY SIZE
               xmit-nl DELIMITED BY SIZE
               " else:" DELIMITED BY SIZE
               xmit-nl DELIMITED BY SIZE
               "  a=netrc.netrc().authenticators(d[2]); "
                   DELIMITED BY SIZE
               "s=ftplib.FTP_TLS(d[2]); s.login(a[0],a[2]); "
                   DELIMITED BY SIZE
               "s.prot_p()" DELIMITED BY SIZE
               xmit-nl DELIMITED BY SIZE
               "  if len(d)>3: s.cwd(d[3])" DELIMITED BY SIZE
               xmit-nl DELIMITED BY SIZE
               "  s.storbinary('STOR '+b,open(f,'rb')); s.quit()"
                   DELIMITED BY SIZE
               xmit-nl DELIMITED BY SIZE
               " o='SENT'" DELIMITED BY SIZE
               xmit-nl DELIMITED BY SIZE
               "finally:" DELIMITED BY SIZE
               xmit-nl DELIMITED BY SIZE
               " open('" DELIMITED BY SIZE
               FUNCTION TRIM(xmit-log-alpha) DELIMITED BY SIZE
               "','a').write('%s %-6s %-8s %12d %9d %-64s %s %s\n'"
                   DELIMITED BY SIZE
               "%(time.strftime('%Y-%m-%dT%H:%M:%S'),o,p,n,r,h,f,"
                   DELIMITED BY SIZE
               "':'.join(d[1:3]) or '-'))" DELIMITED BY SIZE
               xmit-nl DELIMITED BY SIZE
               " print('TRANSMISSION',o,f,'TO',p,n,'BYTES',r,"
                   DELIMITED BY SIZE
               "'RECORDS SHA256',h)" DELIMITED BY SIZE
               INTO xmit-script
           END-STRING
           MOVE xmit-script TO pyrun.

      ** Checks whether the interpreter still has an exception set
      *  for the script that just failed and, if so, has Python print
      *  its own type/value/traceback to the job's standard error -
       COPY PYWTOWRT.
       COPY PYVERCHK.
       COPY PYAUDWRT.
       COPY PYPFLK.
