      *                            starts with the prefix
      *    RNG <from> <to>         list records whose trans_date
      *                            falls in the yyyy-mm-dd range
      *    MNT <id> NAME=<value>   queue a correction of one
      *    MNT <id> REGION=<value> record's name, or its region,
      *                            for a second operator's approval
      *    APV <item>              approve a queued correction and
      *                            apply it - a different operator
      *                            from the one who keyed it
      *    RJT <item> <reason>     reject a queued correction, with
      *                            the reason why
      *    PND                     list the corrections awaiting
      *                            approval
      *    EXT BRW <region-prefix> write the records a BRW or RNG
      *    EXT RNG <from> <to>     selection would show to the
      *                            EXTOUT dataset instead, in the
      *                            comma-separated CSVREC shape
      *    ASF <id> <yyyy-mm-dd>   answer an inquiry as of the
      *                            given date from the effective-
      *                            dated history - the historical
      *                            name shows in the clear only to
      *                            an OPR authorized for ASF
      *    OPR <operator-id>       identify who is submitting the
      *                            deck - required ahead of any MNT,
      *                            APV, or RJT
      *    ENT <entity>            the legal entity the INQ, ASF and
      *                            MNT cards after it look ids up
      *                            under (0001 until one is given) -
      *                            the same id can exist in each
      *                            company; BRW, RNG and EXT show
      *                            every entity's records
      *  A card starting with * is a comment and is skipped.
      *  Inquiry verbs stay open; it is the corrections that need
      *  provenance.
           SELECT VSAM-MASTER-FILE ASSIGN TO vsam-master-alpha
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS vsam-mst-key
               FILE STATUS IS vsam-mst-status.
      ** The region+id keyed access path PANDASREAD maintains in
      *  step with the master (PANDASREAD_VSAM_RGN) - when it is
           SELECT VSAM-HIST-FILE ASSIGN TO "VSAMHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS vsam-hist-status.
      ** The customer-name vault - VSAMHST carries tokens, not
      *  names; an approved correction files the displaced name
      *  here, and ASF recovers it for an authorized operator.
           COPY PYNVSL.
      ** The bulk-extract output - header line, the selected
      *  records as comma-separated CSVREC rows, and the TRL
      *  control-total trailer, ready to feed straight back through
           SELECT EXT-OUT-FILE ASSIGN TO "EXTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ext-out-status.
      ** The pending-maintenance queue - dual control over the
      *  master. A MNT card lands here instead of rewriting the
      *  record; an APV card from a different authorized operator
      *  applies it, an RJT card drops it with a reason, and an
      *  item left pending past VSAMINQ_MNT_EXPIRE_DAYS business
      *  days expires. The first line carries the last item number
      *  issued, so a number is never reused; the rest are the
      *  items still pending, rewritten at end of run.
           SELECT MNT-QUEUE-FILE ASSIGN TO "MNTPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS mntq-status.
      ** The change-event feed - every approved correction applied
      *  to the master is published to it for the downstream
      *  subscribers.
           COPY PYCESL.
           COPY PYZCALSL.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
       01 inq-card-record PIC X(80).
       FD  VSAM-MASTER-FILE.
       01 vsam-mst-record.
           05 vsam-mst-key.
               10 vsam-mst-id      PIC 9(08).
               10 vsam-mst-entity  PIC X(04).
           05 vsam-mst-name        PIC X(30).
           05 vsam-mst-region      PIC X(04).
           05 vsam-mst-amount      PIC S9(09)V99.
           05 vsam-mst-trans-date  PIC X(10).
           05 vsam-mst-feed        PIC X(60).
           05 vsam-mst-runid       PIC X(16).
           05 vsam-mst-line        PIC 9(09).
       FD  VSAM-RGN-FILE.
       01 vsam-rgn-record.
           05 vsam-rgn-key.
               10 vsam-rgn-region  PIC X(04).
               10 vsam-rgn-id      PIC 9(08).
               10 vsam-rgn-entity  PIC X(04).
           05 vsam-rgn-name        PIC X(30).
           05 vsam-rgn-amount      PIC S9(09)V99.
           05 vsam-rgn-trans-date  PIC X(10).
           05 vsam-rgn-feed        PIC X(60).
           05 vsam-rgn-runid       PIC X(16).
           05 vsam-rgn-line        PIC 9(09).
       FD  VSAM-DTE-FILE.
       01 vsam-dte-record.
           05 vsam-dte-key.
               10 vsam-dte-date    PIC X(10).
               10 vsam-dte-id      PIC 9(08).
               10 vsam-dte-entity  PIC X(04).
           05 vsam-dte-name        PIC X(30).
           05 vsam-dte-region      PIC X(04).
           05 vsam-dte-amount      PIC S9(09)V99.
           05 vsam-dte-feed        PIC X(60).
           05 vsam-dte-runid       PIC X(16).
           05 vsam-dte-line        PIC 9(09).
       FD  AUTH-FILE.
       01 auth-record PIC X(80).
       FD  VSAM-HIST-FILE.
       01 vsam-hist-record PIC X(192).
       FD  EXT-OUT-FILE.
       01 ext-out-record PIC X(120).
       FD  MNT-QUEUE-FILE.
       01 mntq-record PIC X(140).
       COPY PYZCALFD.
       COPY PYAUDFD.
       COPY PYNVFD.
       COPY PYCEFD.
       WORKING-STORAGE SECTION.
       01 vsam-master-alpha   PIC X(256) VALUE SPACES.
       01 vsam-mst-status     PIC X(02) VALUE "00".
       01 path-scan-eof-sw    PIC X(01) VALUE "N".
           88 path-scan-eof VALUE "Y".
      ** One record's fields as read back from an access path, in
      *  master column order for the shared detail-line print. The
      *  lineage trailer - source feed, loading run, extract line -
      *  prints under each detail line.
       01 path-work-record.
           05 path-work-id          PIC 9(08).
           05 path-work-entity      PIC X(04).
           05 path-work-name        PIC X(30).
           05 path-work-region      PIC X(04).
           05 path-work-amount      PIC S9(09)V99.
           05 path-work-trans-date  PIC X(10).
           05 path-work-feed        PIC X(60).
           05 path-work-runid       PIC X(16).
           05 path-work-line        PIC 9(09).
       01 inq-card-status     PIC X(02) VALUE "00".
       01 inq-card-eof-sw     PIC X(01) VALUE "N".
           88 inq-card-eof VALUE "Y".
       01 card-remainder      PIC X(80).

       01 inq-lookup-id       PIC 9(08) VALUE ZERO.
       01 inq-entity          PIC X(04) VALUE "0001".
       01 browse-prefix       PIC X(04).
       01 browse-prefix-len   PIC 9(02) BINARY VALUE ZERO.
       01 range-from-date     PIC X(10).
       01 operator-id         PIC X(08) VALUE SPACES.
       01 mnt-auth-sw         PIC X(01) VALUE "N".
           88 mnt-authorized VALUE "Y".
      ** ASF answers from history whose names are vault tokens; an
      *  operator granted ASF (or *) sees them recovered.
       01 asf-auth-sw         PIC X(01) VALUE "N".
           88 asf-authorized VALUE "Y".
       01 auth-hit-count      PIC 9(02) VALUE ZERO.

      ** Maintenance before-image, kept so the audit trail in SYSOUT
      *  shows exactly what the correction changed.
       01 mnt-before-record.
           05 mnt-before-id          PIC 9(08).
           05 mnt-before-entity      PIC X(04).
           05 mnt-before-name        PIC X(30).
           05 mnt-before-region      PIC X(04).
           05 mnt-before-amount      PIC S9(09)V99.
           05 mnt-before-trans-date  PIC X(10).
           05 mnt-before-feed        PIC X(60).
           05 mnt-before-runid       PIC X(16).
           05 mnt-before-line        PIC 9(09).

       01 cards-read-count    PIC 9(05) VALUE ZERO.
       01 records-shown-count PIC 9(05) VALUE ZERO.
           05 FILLER               PIC X(01).
           05 vh-flag              PIC X(03).
           05 FILLER               PIC X(01).
           05 vh-image             PIC X(152).
           05 FILLER               PIC X(01).
           05 vh-entity            PIC X(04).
       01 asof-date-compact   PIC X(08) VALUE SPACES.
       01 asof-best-ts        PIC X(21) VALUE SPACES.
       01 asof-best-flag      PIC X(03) VALUE SPACES.
       01 asof-best-image     PIC X(152) VALUE SPACES.
       01 asof-found-sw       PIC X(01) VALUE "N".
           88 asof-entry-found VALUE "Y".

       01 ext-id-edit         PIC 9(08).
       01 ext-row-work        PIC X(120).

      ** Pending-maintenance queue fields. The in-storage table is
      *  the whole queue for the run; a queue too big to hold is
      *  left untouched on disk and new MNT cards are refused,
      *  rather than rewriting it short.
       01 mntq-status         PIC X(02) VALUE "00".
       01 mntq-eof-sw         PIC X(01) VALUE "N".
           88 mntq-eof VALUE "Y".
       01 mntq-changed-sw     PIC X(01) VALUE "N".
           88 mntq-changed VALUE "Y".
       01 mntq-full-sw        PIC X(01) VALUE "N".
           88 mntq-full VALUE "Y".
       01 mntq-last-item      PIC 9(06) VALUE ZERO.
       01 mntq-expire-alpha   PIC X(03) VALUE SPACES.
       01 mntq-expire-days    PIC 9(03) VALUE 5.
       01 mntq-header.
           05 mqh-tag             PIC X(09) VALUE "HDR LAST=".
           05 mqh-last-item       PIC 9(06).
           05 FILLER              PIC X(125) VALUE SPACES.
       01 mntq-detail.
           05 mq-item             PIC 9(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 mq-ts               PIC X(21).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 mq-maker            PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 mq-mst-id           PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 mq-field            PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 mq-value            PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 mq-before           PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 mq-entity           PIC X(04).
           05 FILLER              PIC X(20) VALUE SPACES.
       01 mntq-used           PIC 9(03) BINARY VALUE ZERO.
       01 mntq-idx            PIC 9(03) BINARY VALUE ZERO.
       01 mntq-scan-idx       PIC 9(03) BINARY VALUE ZERO.
       01 mntq-table.
           05 mntq-entry OCCURS 200 TIMES.
               10 mt-item         PIC 9(06).
               10 mt-ts           PIC X(21).
               10 mt-maker        PIC X(08).
               10 mt-mst-id       PIC 9(08).
               10 mt-entity       PIC X(04).
               10 mt-field        PIC X(06).
               10 mt-value        PIC X(30).
               10 mt-before       PIC X(30).
               10 mt-state        PIC X(01).
                   88 mt-pending  VALUE "P".
                   88 mt-decided  VALUE "A" "R" "E".
       01 mntq-lookup-item    PIC 9(06) VALUE ZERO.
       01 mntq-reason         PIC X(60) VALUE SPACES.
       01 mntq-age            PIC 9(03) VALUE ZERO.
       01 mntq-age-int        PIC 9(08) VALUE ZERO.
       01 mntq-today-int      PIC 9(08) VALUE ZERO.
       01 mntq-queued-date    PIC 9(08) VALUE ZERO.
       01 mntq-expired-count  PIC 9(03) VALUE ZERO.
      ** The correction being applied - from an approved queue
      *  item - and its value as keyed.
       01 mnt-field           PIC X(06) VALUE SPACES.
       01 mnt-value           PIC X(30) VALUE SPACES.

       COPY PYZCALWS.
       COPY PYAUDWS.
       COPY PYNVWS.
       COPY PYCEWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
               END-IF
           END-IF

      ** Load the pending-maintenance queue and expire what has sat
      *  past the window before any card can act on it.
           ACCEPT mntq-expire-alpha FROM ENVIRONMENT
               "VSAMINQ_MNT_EXPIRE_DAYS"
           IF mntq-expire-alpha NOT = SPACES
               AND FUNCTION TEST-NUMVAL(mntq-expire-alpha) = ZERO
               COMPUTE mntq-expire-days =
                   FUNCTION NUMVAL(mntq-expire-alpha)
           END-IF
           PERFORM LOAD-SITE-CALENDAR
           PERFORM LOAD-MAINTENANCE-QUEUE
           PERFORM EXPIRE-STALE-ITEMS

           OPEN INPUT INQ-CARD-FILE
           IF inq-card-status NOT = "00"
               DISPLAY "UNABLE TO OPEN SYSIN CARDS, STATUS="
           END-IF

           PERFORM CLOSE-EXTRACT-FEED
           PERFORM REWRITE-MAINTENANCE-QUEUE
           IF vsam-rgn-open
               CLOSE VSAM-RGN-FILE
           END-IF
               CLOSE VSAM-DTE-FILE
           END-IF
           CLOSE VSAM-MASTER-FILE
           PERFORM CLOSE-NAME-VAULT
           DISPLAY " "
           DISPLAY "VSAMINQ COMPLETE - CARDS READ=" cards-read-count
               " RECORDS SHOWN=" records-shown-count
           IF pyce-event-count NOT = ZERO OR pyce-fail-count NOT = ZERO
               DISPLAY "CHANGE EVENTS PUBLISHED=" pyce-event-count
                   " NOT PUBLISHED=" pyce-fail-count
           END-IF
           GOBACK.

      ** Parses one transaction card and dispatches on its verb,
                       PERFORM INQUIRE-AS-OF
                   WHEN "OPR"
                       PERFORM SET-OPERATOR-IDENTITY
                   WHEN "ENT"
                       PERFORM SET-LOOKUP-ENTITY
                   WHEN "APV"
                       PERFORM APPROVE-QUEUED-ITEM
                   WHEN "RJT"
                       PERFORM REJECT-QUEUED-ITEM
                   WHEN "PND"
                       PERFORM LIST-PENDING-ITEMS
                   WHEN OTHER
                       DISPLAY "UNRECOGNIZED CARD VERB: " card-verb
                       MOVE 8 TO RETURN-CODE
           ELSE
               COMPUTE inq-lookup-id = FUNCTION NUMVAL(card-oper1)
               MOVE inq-lookup-id TO vsam-mst-id
               MOVE inq-entity TO vsam-mst-entity
               READ VSAM-MASTER-FILE
                   INVALID KEY
                       DISPLAY "ID " inq-lookup-id " NOT FOUND ON "
                           "MASTER FOR ENTITY " inq-entity
                   NOT INVALID KEY
                       PERFORM PRINT-DETAIL-LINE
               END-READ
           MOVE browse-prefix(1:browse-prefix-len)
               TO vsam-rgn-region(1:browse-prefix-len)
           MOVE ZERO TO vsam-rgn-id
           MOVE LOW-VALUES TO vsam-rgn-entity
           START VSAM-RGN-FILE KEY NOT < vsam-rgn-key
               INVALID KEY SET path-scan-eof TO TRUE
           END-START
               SET path-scan-eof TO TRUE
           ELSE
               MOVE vsam-rgn-id         TO path-work-id
               MOVE vsam-rgn-entity     TO path-work-entity
               MOVE vsam-rgn-name       TO path-work-name
               MOVE vsam-rgn-region     TO path-work-region
               MOVE vsam-rgn-amount     TO path-work-amount
               MOVE vsam-rgn-trans-date TO path-work-trans-date
               MOVE vsam-rgn-feed       TO path-work-feed
               MOVE vsam-rgn-runid      TO path-work-runid
               MOVE vsam-rgn-line       TO path-work-line
               PERFORM PRINT-PATH-DETAIL-LINE
               PERFORM READ-NEXT-RGN-RECORD
           END-IF.
           MOVE "N" TO path-scan-eof-sw
           MOVE range-from-date TO vsam-dte-date
           MOVE ZERO TO vsam-dte-id
           MOVE LOW-VALUES TO vsam-dte-entity
           START VSAM-DTE-FILE KEY NOT < vsam-dte-key
               INVALID KEY SET path-scan-eof TO TRUE
           END-START
               SET path-scan-eof TO TRUE
           ELSE
               MOVE vsam-dte-id     TO path-work-id
               MOVE vsam-dte-entity TO path-work-entity
               MOVE vsam-dte-name   TO path-work-name
               MOVE vsam-dte-region TO path-work-region
               MOVE vsam-dte-amount TO path-work-amount
               MOVE vsam-dte-date   TO path-work-trans-date
               MOVE vsam-dte-feed   TO path-work-feed
               MOVE vsam-dte-runid  TO path-work-runid
               MOVE vsam-dte-line   TO path-work-line
               PERFORM PRINT-PATH-DETAIL-LINE
               PERFORM READ-NEXT-DTE-RECORD
           END-IF.
       START-MASTER-SCAN.
           MOVE "N" TO vsam-scan-eof-sw
           MOVE ZERO TO vsam-mst-id
           MOVE LOW-VALUES TO vsam-mst-entity
           START VSAM-MASTER-FILE KEY NOT < vsam-mst-key
               INVALID KEY SET vsam-scan-eof TO TRUE
           END-START
           IF NOT vsam-scan-eof
               MOVE auth-scan-idx TO auth-match-idx
           END-IF.

      ** Sets the legal entity the keyed cards that follow look
      *  their ids up under.
       SET-LOOKUP-ENTITY.
           IF card-oper1 = SPACES OR card-oper1(5:) NOT = SPACES
               DISPLAY "ENT CARD NEEDS A 1-4 CHARACTER ENTITY CODE"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION UPPER-CASE(card-oper1(1:4))
                   TO inq-entity
               DISPLAY "LOOKUP ENTITY SET: " inq-entity
           END-IF.

      ** Answers what a record said as of the end of a given date:
      *  the earliest versioned prior image dated after that date
      *  is the state the record still had then; an ADD version in
                   ELSE
                       DISPLAY "AS OF " card-oper2(1:10)
                           " (SUPERSEDED AT " asof-best-ts "):"
                       PERFORM SHOW-ASOF-IMAGE
                   END-IF
               ELSE
                   MOVE inq-lookup-id TO vsam-mst-id
                   MOVE inq-entity TO vsam-mst-entity
                   READ VSAM-MASTER-FILE
                       INVALID KEY
                           DISPLAY "ID " inq-lookup-id " NOT FOUND "
           END-IF
           END-IF.

      ** Prints the versioned image an ASF answer found. Its name
      *  is a vault token; an operator whose authorization grants
      *  ASF has it recovered (and the recovery audited under that
      *  operator), anyone else sees the token.
       SHOW-ASOF-IMAGE.
           MOVE asof-best-image TO nv-image
           PERFORM CHECK-ASF-AUTHORITY
           IF asf-authorized
               MOVE operator-id TO pyaudit-operator
               PERFORM RECOVER-IMAGE-NAME
               MOVE SPACES TO pyaudit-operator
               IF nv-result-missing
                   DISPLAY "NAME NO LONGER HELD IN THE VAULT"
               END-IF
           ELSE
               MOVE nv-image(13:30) TO nv-in-value
               PERFORM CHECK-PII-TOKEN
               IF nv-value-is-token
                   DISPLAY "NAME PROTECTED - SHOWN IN THE CLEAR ONLY "
                       "TO AN OPR AUTHORIZED FOR ASF"
               END-IF
           END-IF
           MOVE nv-image TO path-work-record
           PERFORM PRINT-PATH-DETAIL-LINE.

      ** Decides whether the deck's operator may see protected
      *  names: an identity the authorization table grants ASF or
      *  *. No alert - the answer is still given, just protected.
       CHECK-ASF-AUTHORITY.
           MOVE "N" TO asf-auth-sw
           IF operator-id NOT = SPACES
               MOVE ZERO TO auth-match-idx
               PERFORM SCAN-AUTH-ENTRY
                   VARYING auth-scan-idx FROM 1 BY 1
                   UNTIL auth-scan-idx > auth-tbl-used
                       OR auth-match-idx NOT = ZERO
               IF auth-match-idx NOT = ZERO
                   IF auth-verbs(auth-match-idx)(1:1) = "*"
                       SET asf-authorized TO TRUE
                   ELSE
                       MOVE ZERO TO auth-hit-count
                       INSPECT auth-verbs(auth-match-idx)
                           TALLYING auth-hit-count
                           FOR ALL "ASF"
                       IF auth-hit-count NOT = ZERO
                           SET asf-authorized TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ** Walks the history dataset for the id's earliest versioned
      *  image dated after the as-of date.
       SCAN-HISTORY-FOR-ASOF.
               CONTINUE
           ELSE
               MOVE vsam-hist-record TO vsam-hist-detail
      ** History written before entities were carried is 0001's.
               IF vh-entity = SPACES
                   MOVE "0001" TO vh-entity
               END-IF
               IF vh-id = inq-lookup-id
                   AND vh-entity = inq-entity
                   AND vh-ts(1:8) > asof-date-compact
                   IF NOT asof-entry-found
                       OR vh-ts < asof-best-ts
               AT END SET vsam-hist-eof TO TRUE
           END-READ.

      ** Queues one audited correction: reads the record named on
      *  the MNT card and takes the NAME= or REGION= replacement
      *  value (everything after the keyword, so names keep their
      *  embedded blanks), but does not rewrite it - the correction
      *  waits in the pending-maintenance queue for a second
      *  operator's APV or RJT card. Queuing, approval, rejection,
      *  and expiry are each stamped into the shared audit log.
       MAINTAIN-RECORD.
           PERFORM CHECK-MNT-AUTHORITY
           IF NOT mnt-authorized
               CONTINUE
           ELSE
           PERFORM QUEUE-MAINTENANCE-ITEM
           END-IF.

      ** The queuing itself, reached only through the authority
      *  gate above.
       QUEUE-MAINTENANCE-ITEM.
           MOVE operator-id TO pyaudit-operator
           IF mntq-full OR mntq-used NOT < 200
               DISPLAY "MNT REFUSED - THE PENDING-MAINTENANCE QUEUE "
                   "IS FULL OR UNREADABLE; CLEAR IT WITH APV/RJT "
                   "CARDS FIRST"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF FUNCTION TEST-NUMVAL(card-oper1) NOT = ZERO
                   DISPLAY "MNT CARD ID IS NOT NUMERIC: " card-oper1
                   MOVE 8 TO RETURN-CODE
               ELSE
                   COMPUTE inq-lookup-id = FUNCTION NUMVAL(card-oper1)
                   MOVE inq-lookup-id TO vsam-mst-id
                   MOVE inq-entity TO vsam-mst-entity
                   READ VSAM-MASTER-FILE
                       INVALID KEY
                           DISPLAY "ID " inq-lookup-id " NOT FOUND ON "
                               "MASTER FOR ENTITY " inq-entity
                               " - NO CORRECTION QUEUED"
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           PERFORM QUEUE-FOUND-RECORD
                   END-READ
               END-IF
           END-IF.

      ** Adds the correction for the record just read to the queue,
      *  with the field's current value as the before-image the
      *  approver sees.
       QUEUE-FOUND-RECORD.
           MOVE SPACES TO card-remainder mnt-field mnt-value
           EVALUATE TRUE
               WHEN card-oper2(1:5) = "NAME="
                   PERFORM EXTRACT-MNT-VALUE
                   MOVE "NAME" TO mnt-field
                   MOVE card-remainder(6:30) TO mnt-value
               WHEN card-oper2(1:7) = "REGION="
                   PERFORM EXTRACT-MNT-VALUE
                   MOVE "REGION" TO mnt-field
                   MOVE card-remainder(8:4) TO mnt-value
               WHEN OTHER
                   DISPLAY "MNT CARD NEEDS NAME= OR REGION="
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           IF mnt-field NOT = SPACES
               ADD 1 TO mntq-last-item
               ADD 1 TO mntq-used
               MOVE mntq-last-item TO mt-item(mntq-used)
               MOVE FUNCTION CURRENT-DATE TO mt-ts(mntq-used)
               MOVE operator-id TO mt-maker(mntq-used)
               MOVE vsam-mst-id TO mt-mst-id(mntq-used)
               MOVE vsam-mst-entity TO mt-entity(mntq-used)
               MOVE mnt-field TO mt-field(mntq-used)
               MOVE mnt-value TO mt-value(mntq-used)
               IF mnt-field = "NAME"
                   MOVE vsam-mst-name TO mt-before(mntq-used)
               ELSE
                   MOVE vsam-mst-region TO mt-before(mntq-used)
               END-IF
               MOVE "P" TO mt-state(mntq-used)
               SET mntq-changed TO TRUE
               DISPLAY "QUEUED AS ITEM " mntq-last-item
                   " - AWAITING APPROVAL BY A SECOND OPERATOR"
               DISPLAY "  ID=" vsam-mst-id " ENT=" vsam-mst-entity
                   " " mnt-field " BEFORE: " mt-before(mntq-used)
               DISPLAY "  ID=" vsam-mst-id " ENT=" vsam-mst-entity
                   " " mnt-field " AFTER:  " mnt-value
                   " KEYED BY " operator-id
               MOVE "MNT_QUEUED" TO pyaudit-action
               MOVE ZERO TO pyaudit-rc
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      ** Approves one queued correction and applies it. The
      *  approver needs MNT authority like the maker, and must not
      *  be the maker.
       APPROVE-QUEUED-ITEM.
           PERFORM CHECK-MNT-AUTHORITY
           IF mnt-authorized
               PERFORM LOCATE-QUEUE-ITEM
               IF mntq-idx NOT = ZERO
                   IF mt-maker(mntq-idx) = operator-id
                       MOVE "MNT_SELF_APPROVAL" TO pyaudit-action
                       PERFORM REFUSE-SELF-DECISION
                   ELSE
                       PERFORM APPLY-QUEUED-ITEM
                   END-IF
               END-IF
           END-IF.

      ** Rejects one queued correction, with the reason taken from
      *  the rest of the card. Same dual-control rule as APV.
       REJECT-QUEUED-ITEM.
           PERFORM CHECK-MNT-AUTHORITY
           IF mnt-authorized
               PERFORM LOCATE-QUEUE-ITEM
               IF mntq-idx NOT = ZERO
                   IF mt-maker(mntq-idx) = operator-id
                       MOVE "MNT_SELF_REJECT" TO pyaudit-action
                       PERFORM REFUSE-SELF-DECISION
                   ELSE
                       PERFORM REJECT-LOCATED-ITEM
                   END-IF
               END-IF
           END-IF.

       REJECT-LOCATED-ITEM.
           MOVE SPACES TO mntq-reason
           MOVE 1 TO card-parse-ptr
           UNSTRING inq-card-record DELIMITED BY ALL " "
               INTO card-verb
                    card-oper1
               WITH POINTER card-parse-ptr
           END-UNSTRING
           IF card-parse-ptr < 81
               MOVE inq-card-record(card-parse-ptr:) TO mntq-reason
           END-IF
           IF mntq-reason = SPACES
               DISPLAY "RJT CARD NEEDS A REASON AFTER THE ITEM NUMBER"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "R" TO mt-state(mntq-idx)
               SET mntq-changed TO TRUE
               DISPLAY "ITEM " mt-item(mntq-idx) " REJECTED BY "
                   operator-id " (KEYED BY " mt-maker(mntq-idx) ")"
               DISPLAY "  ID=" mt-mst-id(mntq-idx) " "
                   mt-field(mntq-idx) " " mt-value(mntq-idx)
               DISPLAY "  REASON: " FUNCTION TRIM(mntq-reason)
               MOVE operator-id TO pyaudit-operator
               MOVE mt-maker(mntq-idx) TO pyaudit-maker
               MOVE "MNT_REJECTED" TO pyaudit-action
               MOVE ZERO TO pyaudit-rc
               PERFORM WRITE-AUDIT-RECORD
               MOVE SPACES TO pyaudit-maker
           END-IF.

      ** Refuses an APV or RJT card from the operator who keyed the
      *  item - the one thing dual control exists to stop - and
      *  alerts the console.
       REFUSE-SELF-DECISION.
           DISPLAY "REFUSED - OPERATOR " operator-id " KEYED ITEM "
               mt-item(mntq-idx) "; A DIFFERENT AUTHORIZED "
               "OPERATOR MUST DECIDE IT"
           MOVE operator-id TO pyaudit-operator
           MOVE mt-maker(mntq-idx) TO pyaudit-maker
           MOVE 8 TO pyaudit-rc
           PERFORM ISSUE-OPERATOR-ALERT
           PERFORM WRITE-AUDIT-RECORD
           MOVE SPACES TO pyaudit-maker
           MOVE 8 TO RETURN-CODE.

      ** Finds the pending item named by the card's first operand,
      *  leaving mntq-idx zero (and saying why) when there is none.
       LOCATE-QUEUE-ITEM.
           MOVE ZERO TO mntq-idx
           IF FUNCTION TEST-NUMVAL(card-oper1) NOT = ZERO
               DISPLAY "CARD NEEDS A NUMERIC QUEUE ITEM: " card-oper1
               MOVE 8 TO RETURN-CODE
           ELSE
               COMPUTE mntq-lookup-item = FUNCTION NUMVAL(card-oper1)
               PERFORM SCAN-QUEUE-ITEM
                   VARYING mntq-scan-idx FROM 1 BY 1
                   UNTIL mntq-scan-idx > mntq-used
                       OR mntq-idx NOT = ZERO
               IF mntq-idx = ZERO
                   DISPLAY "ITEM " mntq-lookup-item " IS NOT PENDING "
                       "- ALREADY DECIDED, EXPIRED, OR NEVER QUEUED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       SCAN-QUEUE-ITEM.
           IF mt-item(mntq-scan-idx) = mntq-lookup-item
               AND mt-pending(mntq-scan-idx)
               MOVE mntq-scan-idx TO mntq-idx
           END-IF.

      ** Reads the queued item's record and applies the approved
      *  correction, stamping both operators into the audit line.
       APPLY-QUEUED-ITEM.
           MOVE operator-id TO pyaudit-operator
           MOVE mt-maker(mntq-idx) TO pyaudit-maker
           MOVE mt-field(mntq-idx) TO mnt-field
           MOVE mt-value(mntq-idx) TO mnt-value
           MOVE mt-mst-id(mntq-idx) TO vsam-mst-id
           MOVE mt-entity(mntq-idx) TO vsam-mst-entity
           READ VSAM-MASTER-FILE
               INVALID KEY
                   DISPLAY "ID " mt-mst-id(mntq-idx) " NO LONGER ON "
                       "MASTER - ITEM " mt-item(mntq-idx)
                       " NOT APPLIED, REJECT IT"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM APPLY-MAINTENANCE
           END-READ
           MOVE SPACES TO pyaudit-maker.

      ** Applies the approved field correction to the record just
      *  read and rewrites it in place. A record whose field no
      *  longer holds the value the maker saw has been changed
      *  underneath the item (a reload, another correction), and
      *  the approval is refused rather than applied blind.
       APPLY-MAINTENANCE.
           MOVE vsam-mst-record TO mnt-before-record
           MOVE SPACES TO pyaudit-action
           EVALUATE TRUE
               WHEN mnt-field = "NAME"
                   AND vsam-mst-name NOT = mt-before(mntq-idx)
               WHEN mnt-field = "REGION"
                   AND vsam-mst-region NOT = mt-before(mntq-idx)(1:4)
                   DISPLAY "APV REFUSED - ID " vsam-mst-id
                       " HAS CHANGED SINCE ITEM " mt-item(mntq-idx)
                       " WAS KEYED; REJECT IT AND REKEY"
                   MOVE 8 TO RETURN-CODE
               WHEN mnt-field = "NAME"
                   MOVE mnt-value TO vsam-mst-name
                   MOVE "MAINT_NAME" TO pyaudit-action
               WHEN OTHER
                   MOVE mnt-value(1:4) TO vsam-mst-region
                   MOVE "MAINT_REGION" TO pyaudit-action
           END-EVALUATE

           IF pyaudit-action NOT = SPACES
               REWRITE vsam-mst-record
                           vsam-mst-status
                       MOVE 16 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE "A" TO mt-state(mntq-idx)
                       SET mntq-changed TO TRUE
                       DISPLAY "ITEM " mt-item(mntq-idx)
                           " APPROVED AND APPLIED"
                       DISPLAY "BEFORE: " mnt-before-id " "
                           mnt-before-name " " mnt-before-region
                       DISPLAY "AFTER:  " vsam-mst-id " "
                           vsam-mst-name " " vsam-mst-region
                           " BY " operator-id
                           " KEYED BY " mt-maker(mntq-idx)
                       MOVE ZERO TO pyaudit-rc
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM MAINTAIN-PATH-ROWS
      ** Version the displaced image so the as-of trail covers
      *  hand corrections the same as delta loads.
                       MOVE mnt-before-id TO vh-id
                       MOVE mnt-before-entity TO vh-entity
                       MOVE "CHG" TO vh-flag
                       MOVE mnt-before-record TO vh-image
                       PERFORM WRITE-VSAM-HISTORY
                       MOVE "CHG" TO pyce-type
                       MOVE mnt-before-record TO pyce-before
                       MOVE vsam-mst-record TO pyce-after
                       PERFORM PUBLISH-CHANGE-EVENT
               END-REWRITE
           END-IF.

      ** Lists the corrections still awaiting a second operator.
       LIST-PENDING-ITEMS.
           MOVE ZERO TO mntq-lookup-item
           PERFORM LIST-ONE-PENDING-ITEM
               VARYING mntq-scan-idx FROM 1 BY 1
               UNTIL mntq-scan-idx > mntq-used
           DISPLAY "  " mntq-lookup-item " ITEM(S) PENDING".

       LIST-ONE-PENDING-ITEM.
           IF mt-pending(mntq-scan-idx)
               ADD 1 TO mntq-lookup-item
               DISPLAY "  ITEM " mt-item(mntq-scan-idx)
                   " QUEUED " mt-ts(mntq-scan-idx)(1:8)
                   " BY " mt-maker(mntq-scan-idx)
                   " ID=" mt-mst-id(mntq-scan-idx)
                   " ENT=" mt-entity(mntq-scan-idx)
                   " " mt-field(mntq-scan-idx)
                   " " mt-before(mntq-scan-idx)
                   " -> " mt-value(mntq-scan-idx)
           END-IF.

      ** Loads the pending-maintenance queue. A queue that exists
      *  but can not be read, or holds more than the table, is
      *  marked full: new MNT cards are refused and the dataset is
      *  not rewritten, so no pending item is ever lost.
       LOAD-MAINTENANCE-QUEUE.
           MOVE ZERO TO mntq-used
           MOVE ZERO TO mntq-last-item
           MOVE "N" TO mntq-eof-sw

           OPEN INPUT MNT-QUEUE-FILE
           EVALUATE mntq-status
               WHEN "00"
                   READ MNT-QUEUE-FILE INTO mntq-record
                       AT END SET mntq-eof TO TRUE
                   END-READ
                   PERFORM LOAD-ONE-QUEUE-ITEM UNTIL mntq-eof
                   CLOSE MNT-QUEUE-FILE
                   DISPLAY "PENDING-MAINTENANCE QUEUE LOADED - "
                       mntq-used " ITEM(S)"
               WHEN "35"
                   DISPLAY "NO PENDING-MAINTENANCE QUEUE YET"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN MNTPEND DD, STATUS="
                       mntq-status " - MNT CARDS ARE CLOSED THIS RUN"
                   SET mntq-full TO TRUE
           END-EVALUATE.

       LOAD-ONE-QUEUE-ITEM.
           EVALUATE TRUE
               WHEN mntq-record = SPACES
                   CONTINUE
               WHEN mntq-record(1:9) = "HDR LAST="
                   MOVE mntq-record TO mntq-header
                   IF mqh-last-item > mntq-last-item
                       MOVE mqh-last-item TO mntq-last-item
                   END-IF
               WHEN mntq-used NOT < 200
                   SET mntq-full TO TRUE
               WHEN OTHER
                   MOVE mntq-record TO mntq-detail
                   ADD 1 TO mntq-used
                   MOVE mq-item TO mt-item(mntq-used)
                   MOVE mq-ts TO mt-ts(mntq-used)
                   MOVE mq-maker TO mt-maker(mntq-used)
                   MOVE mq-mst-id TO mt-mst-id(mntq-used)
      ** An item queued before entities were carried is 0001's.
                   IF mq-entity = SPACES
                       MOVE "0001" TO mq-entity
                   END-IF
                   MOVE mq-entity TO mt-entity(mntq-used)
                   MOVE mq-field TO mt-field(mntq-used)
                   MOVE mq-value TO mt-value(mntq-used)
                   MOVE mq-before TO mt-before(mntq-used)
                   MOVE "P" TO mt-state(mntq-used)
                   IF mq-item > mntq-last-item
                       MOVE mq-item TO mntq-last-item
                   END-IF
           END-EVALUATE
           READ MNT-QUEUE-FILE INTO mntq-record
               AT END SET mntq-eof TO TRUE
           END-READ.

      ** Expires every pending item older than the expiry window,
      *  counted in PYZCAL business days from the day it was
      *  queued - a correction nobody approved in a week is stale.
       EXPIRE-STALE-ITEMS.
           MOVE ZERO TO mntq-expired-count
           MOVE FUNCTION CURRENT-DATE(1:8) TO cal-check-date-x
           COMPUTE mntq-today-int =
               FUNCTION INTEGER-OF-DATE(cal-check-date)
           PERFORM EXPIRE-ONE-ITEM
               VARYING mntq-idx FROM 1 BY 1
               UNTIL mntq-idx > mntq-used
           IF mntq-expired-count NOT = ZERO
               DISPLAY mntq-expired-count " PENDING ITEM(S) EXPIRED "
                   "AFTER " mntq-expire-days " BUSINESS DAY(S)"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       EXPIRE-ONE-ITEM.
           IF mt-pending(mntq-idx)
               AND mt-ts(mntq-idx)(1:8) IS NUMERIC
               MOVE mt-ts(mntq-idx)(1:8) TO cal-check-date-x
               MOVE cal-check-date TO mntq-queued-date
               COMPUTE mntq-age-int =
                   FUNCTION INTEGER-OF-DATE(mntq-queued-date)
               MOVE ZERO TO mntq-age
               PERFORM COUNT-ITEM-BUSINESS-DAY
                   UNTIL mntq-age-int NOT < mntq-today-int
                       OR mntq-age > mntq-expire-days
               IF mntq-age > mntq-expire-days
                   MOVE "E" TO mt-state(mntq-idx)
                   SET mntq-changed TO TRUE
                   ADD 1 TO mntq-expired-count
                   DISPLAY "ITEM " mt-item(mntq-idx) " EXPIRED - "
                       "QUEUED " mt-ts(mntq-idx)(1:8) " BY "
                       mt-maker(mntq-idx) " ID=" mt-mst-id(mntq-idx)
                       " " mt-field(mntq-idx)
                   MOVE SPACES TO pyaudit-operator
                   MOVE mt-maker(mntq-idx) TO pyaudit-maker
                   MOVE "MNT_EXPIRED" TO pyaudit-action
                   MOVE 4 TO pyaudit-rc
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE SPACES TO pyaudit-maker
               END-IF
           END-IF.

       COUNT-ITEM-BUSINESS-DAY.
           ADD 1 TO mntq-age-int
           COMPUTE cal-check-date =
               FUNCTION DATE-OF-INTEGER(mntq-age-int)
           PERFORM CHECK-BUSINESS-DAY
           IF cal-business-day
               ADD 1 TO mntq-age
           END-IF.

      ** Rewrites the queue with the items still pending, under the
      *  last-issued item number, when anything was queued, decided,
      *  or expired this run.
       REWRITE-MAINTENANCE-QUEUE.
           IF mntq-changed AND NOT mntq-full
               OPEN OUTPUT MNT-QUEUE-FILE
               IF mntq-status NOT = "00"
                   DISPLAY "UNABLE TO REWRITE MNTPEND DD, STATUS="
                       mntq-status " - QUEUE DECISIONS THIS RUN ARE "
                       "IN PYAUDIT ONLY"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE mntq-last-item TO mqh-last-item
                   MOVE mntq-header TO mntq-record
                   WRITE mntq-record
                   PERFORM WRITE-ONE-QUEUE-ITEM
                       VARYING mntq-idx FROM 1 BY 1
                       UNTIL mntq-idx > mntq-used
                   CLOSE MNT-QUEUE-FILE
               END-IF
           END-IF.

       WRITE-ONE-QUEUE-ITEM.
           IF mt-pending(mntq-idx)
               MOVE mt-item(mntq-idx) TO mq-item
               MOVE mt-ts(mntq-idx) TO mq-ts
               MOVE mt-maker(mntq-idx) TO mq-maker
               MOVE mt-mst-id(mntq-idx) TO mq-mst-id
               MOVE mt-entity(mntq-idx) TO mq-entity
               MOVE mt-field(mntq-idx) TO mq-field
               MOVE mt-value(mntq-idx) TO mq-value
               MOVE mt-before(mntq-idx) TO mq-before
               MOVE mntq-detail TO mntq-record
               WRITE mntq-record
           END-IF.

      ** Appends one versioned prior image to the effective-dated
      *  history, same pattern as PANDASREAD's writer, with the
      *  image's name held in the vault.
       WRITE-VSAM-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO vh-ts
           MOVE vh-image TO nv-image
           PERFORM PROTECT-IMAGE-NAME
           MOVE nv-image TO vh-image
           OPEN EXTEND VSAM-HIST-FILE
           IF vsam-hist-status = "35"
               OPEN OUTPUT VSAM-HIST-FILE
           IF vsam-rgn-open
               MOVE mnt-before-region TO vsam-rgn-region
               MOVE mnt-before-id     TO vsam-rgn-id
               MOVE mnt-before-entity TO vsam-rgn-entity
               DELETE VSAM-RGN-FILE
                   INVALID KEY CONTINUE
               END-DELETE
               MOVE vsam-mst-region     TO vsam-rgn-region
               MOVE vsam-mst-id         TO vsam-rgn-id
               MOVE vsam-mst-entity     TO vsam-rgn-entity
               MOVE vsam-mst-name       TO vsam-rgn-name
               MOVE vsam-mst-amount     TO vsam-rgn-amount
               MOVE vsam-mst-trans-date TO vsam-rgn-trans-date
               MOVE vsam-mst-feed       TO vsam-rgn-feed
               MOVE vsam-mst-runid      TO vsam-rgn-runid
               MOVE vsam-mst-line       TO vsam-rgn-line
               WRITE vsam-rgn-record
                   INVALID KEY
                       REWRITE vsam-rgn-record
           IF vsam-dte-open
               MOVE vsam-mst-trans-date TO vsam-dte-date
               MOVE vsam-mst-id         TO vsam-dte-id
               MOVE vsam-mst-entity     TO vsam-dte-entity
               MOVE vsam-mst-name       TO vsam-dte-name
               MOVE vsam-mst-region     TO vsam-dte-region
               MOVE vsam-mst-amount     TO vsam-dte-amount
               MOVE vsam-mst-feed       TO vsam-dte-feed
               MOVE vsam-mst-runid      TO vsam-dte-runid
               MOVE vsam-mst-line       TO vsam-dte-line
               WRITE vsam-dte-record
                   INVALID KEY
                       REWRITE vsam-dte-record
           ADD 1 TO records-shown-count
           IF ext-capture-active
               MOVE vsam-mst-id         TO path-work-id
               MOVE vsam-mst-entity     TO path-work-entity
               MOVE vsam-mst-name       TO path-work-name
               MOVE vsam-mst-region     TO path-work-region
               MOVE vsam-mst-amount     TO path-work-amount
           ELSE
               MOVE vsam-mst-amount TO detail-amount-edit
               DISPLAY "  ID=" vsam-mst-id
                   " ENT=" vsam-mst-entity
                   " NAME=" vsam-mst-name
                   " REGION=" vsam-mst-region
                   " AMOUNT=" detail-amount-edit
                   " DATE=" vsam-mst-trans-date
               MOVE vsam-mst-feed  TO path-work-feed
               MOVE vsam-mst-runid TO path-work-runid
               MOVE vsam-mst-line  TO path-work-line
               PERFORM PRINT-LINEAGE-LINE
           END-IF.

      ** Prints one detail line from an access-path read, same
           ELSE
               MOVE path-work-amount TO detail-amount-edit
               DISPLAY "  ID=" path-work-id
                   " ENT=" path-work-entity
                   " NAME=" path-work-name
                   " REGION=" path-work-region
                   " AMOUNT=" detail-amount-edit
                   " DATE=" path-work-trans-date
               PERFORM PRINT-LINEAGE-LINE
           END-IF.

      ** Prints the provenance under a detail line - which feed,
      *  which load run, and which extract line last wrote the
      *  record. A record loaded before lineage was kept shows as
      *  not recorded rather than as a blank feed.
       PRINT-LINEAGE-LINE.
           IF path-work-feed = SPACES
               OR path-work-feed = LOW-VALUES
               DISPLAY "      SOURCE=(NOT RECORDED)"
           ELSE
               DISPLAY "      SOURCE=" FUNCTION TRIM(path-work-feed)
                   " RUN=" path-work-runid
                   " LINE=" path-work-line
           END-IF.

      ** Runs a BRW- or RNG-shaped selection with its records
                       ext-out-status
               ELSE
                   SET ext-feed-open TO TRUE
                   MOVE "id,name,region,amount,trans_date,entity"
                       TO ext-out-record
                   WRITE ext-out-record
               END-IF
           END-IF.

      ** Writes one selected record to the feed in the comma-
      *  separated CSVREC column shape, its entity in the optional
      *  sixth column so a re-feed lands under the same key.
       WRITE-EXTRACT-ROW.
           MOVE path-work-id TO ext-id-edit
           MOVE path-work-amount TO ext-amount-edit
               ext-amount-edit DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               path-work-trans-date DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               path-work-entity DELIMITED BY SIZE
               INTO ext-row-work
           END-STRING
           MOVE ext-row-work TO ext-out-record
                   ext-row-count " HASHTOTAL=" ext-total-edit
           END-IF.

       COPY PYZCALLK.
       COPY PYWTOWRT.
       COPY PYAUDWRT.
       COPY PYNVLK.
       COPY PYCELK.
