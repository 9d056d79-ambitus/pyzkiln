      * Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "VSAMONL".
      ** Online inquiry over the VSAM master PANDASREAD loads - the
      *  transaction PYVI, pseudo-conversational, one screen (map
      *  VSAMON1 of mapset VSAMONM). The functions are VSAMINQ's
      *  inquiry verbs, keyed on the screen instead of on cards:
      *    INQ  id + entity        keyed lookup, with lineage
      *    BRW  region prefix      browse the region's records
      *    RNG  from + to dates    list records by trans_date
      *    ASF  id + entity +      the record as it stood at the
      *         as-of date         end of that date, from history
      *  ENTER runs the request, PF8 pages forward through a BRW or
      *  RNG list, PF7 goes back to its first page, CLEAR blanks the
      *  screen and PF3 ends the session. Maintenance stays with the
      *  batch MNT/APV/RJT cards - this transaction reads only.
      *  Files, all defined to the region by VSAMONDF.jcl:
      *    VSAMMST   the id+entity keyed master
      *    VSAMRGN   the region+id keyed access path
      *    VSAMDTE   the trans_date+id keyed access path
      *    VSAUTH    the VSAMAUTH operator rows, as an ESDS
      *    VSAMHSTK  VSAMHST, keyed id+entity+timestamp
      *    NAMEVLT   the customer-name vault
      *  A path the region has closed or disabled makes a BRW or RNG
      *  fall back to the full master scan, as VSAMINQ does when a
      *  path is not configured. VSAUTH and VSAMHSTK are refreshed
      *  from VSAMAUTH and VSAMHST by VSAMONRF.jcl.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ** Carried from one screen to the next. The session's run id
      *  and operator are fixed when the transaction starts, so
      *  every audit line of one terminal session can be isolated;
      *  the request and resume key let PF8 pick a list up where
      *  the last screen stopped.
       01 onl-commarea.
           05 ca-state             PIC X(01).
               88 ca-session-open  VALUE "S".
           05 ca-runid             PIC X(16).
           05 ca-operator          PIC X(08).
           05 ca-asf-sw            PIC X(01).
               88 ca-asf-authorized VALUE "Y".
           05 ca-function          PIC X(03).
           05 ca-id-alpha          PIC X(08).
           05 ca-id                PIC 9(08).
           05 ca-entity            PIC X(04).
           05 ca-prefix            PIC X(04).
           05 ca-prefix-len        PIC 9(02).
           05 ca-from-date         PIC X(10).
           05 ca-to-date           PIC X(10).
           05 ca-asof-date         PIC X(10).
           05 ca-path-sw           PIC X(01).
               88 ca-via-master    VALUE "M".
               88 ca-via-rgn       VALUE "R".
               88 ca-via-dte       VALUE "D".
           05 ca-resume-key        PIC X(22).
           05 ca-more-sw           PIC X(01).
               88 ca-more-pages    VALUE "Y".
           05 ca-page              PIC 9(04).

      ** Record images as the CICS READs return them - the same
      *  layouts VSAMINQ declares for the master and its two paths.
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
      ** One record's fields in master column order, whichever file
      *  it was read from, for the shared detail row.
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
       01 path-scan-eof-sw    PIC X(01) VALUE "N".
           88 path-scan-eof VALUE "Y".

      ** The keyed copy of VSAMHST - the history line as PANDASREAD
      *  and VSAMINQ write it, behind an id+entity+timestamp key the
      *  refresh builds (a blank entity already made 0001), so the
      *  as-of answer is one positioned read instead of a pass over
      *  the whole history.
       01 vsam-hstk-record.
           05 hstk-key.
               10 hstk-id          PIC 9(08).
               10 hstk-entity      PIC X(04).
               10 hstk-ts          PIC X(21).
           05 hstk-line            PIC X(192).
       01 vsam-hist-detail.
           05 vh-id                PIC 9(08).
           05 FILLER               PIC X(01).
           05 vh-ts                PIC X(21).
           05 FILLER               PIC X(01).
           05 vh-flag              PIC X(03).
           05 FILLER               PIC X(01).
           05 vh-image             PIC X(152).
           05 FILLER               PIC X(01).
           05 vh-entity            PIC X(04).
       01 asof-date-compact   PIC X(08) VALUE SPACES.
       01 asof-found-sw       PIC X(01) VALUE "N".
           88 asof-entry-found VALUE "Y".

      ** The name-vault record, laid out as PYNVFD has it, for the
      *  ASF recovery of a historical name.
       01 namevlt-record.
           05 nv-token            PIC X(12).
           05 nv-kind             PIC X(03).
           05 nv-mst-id           PIC 9(08).
           05 nv-ts               PIC X(21).
           05 nv-program          PIC X(08).
           05 nv-clear            PIC X(256).
           05 nv-mst-entity       PIC X(04).
       01 asof-name           PIC X(30) VALUE SPACES.
       01 nv-token-sw         PIC X(01) VALUE "N".
           88 nv-value-is-token VALUE "Y".
       01 nv-withheld-token   PIC X(12) VALUE "*NVWITHHELD".

      ** Operator authorization - the signed-on user must hold a
      *  VSAMAUTH row to use the transaction at all; an online
      *  screen has no deck to gate, so the whole session is the
      *  gate. ASF (or *) in the row's verbs also shows historical
      *  names in the clear, as it does for VSAMINQ's ASF card.
       01 auth-record         PIC X(80).
       01 auth-rec-len        PIC S9(04) BINARY VALUE 80.
       01 auth-rba            PIC S9(08) BINARY VALUE ZERO.
       01 auth-eof-sw         PIC X(01) VALUE "N".
           88 auth-eof VALUE "Y".
       01 auth-id-alpha       PIC X(10).
       01 auth-verbs-alpha    PIC X(40).
       01 auth-hit-count      PIC 9(02) VALUE ZERO.
       01 auth-known-sw       PIC X(01) VALUE "N".
           88 operator-known VALUE "Y".
       01 auth-open-sw        PIC X(01) VALUE "N".
           88 auth-dataset-open VALUE "Y".

       01 resp-code           PIC S9(08) BINARY VALUE ZERO.
       01 resp-edit           PIC 9(04).
       01 session-end-sw      PIC X(01) VALUE "N".
           88 session-ending VALUE "Y".
       01 session-end-text    PIC X(78) VALUE SPACES.
       01 screen-message      PIC X(78) VALUE SPACES.
       01 lookup-rc           PIC S9(04) BINARY VALUE ZERO.
       01 request-valid-sw    PIC X(01) VALUE "N".
           88 request-valid VALUE "Y".
       01 page-edit           PIC Z(03)9.
       01 shown-edit          PIC Z9.

      ** Screen rows. A BRW or RNG page holds twelve records, one
      *  row each; INQ and ASF answer one record and give it a
      *  second row for its lineage.
       01 rows-used           PIC 9(02) BINARY VALUE ZERO.
       01 records-on-page     PIC 9(02) BINARY VALUE ZERO.
       01 rows-per-page       PIC 9(02) BINARY VALUE 12.
       01 detail-row.
           05 dr-id               PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 dr-entity           PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 dr-name             PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 dr-region           PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 dr-amount           PIC $$$$,$$$,$$9.99-.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 dr-date             PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
       01 lineage-row         PIC X(79).

       COPY VSAMONM.
       COPY DFHAID.
       COPY PYAUDWS.

       LINKAGE SECTION.
       01 DFHCOMMAREA         PIC X(113).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** First entry from the terminal starts a session - operator
      *  check, blank screen; every later entry carries the
      *  commarea back and is one screen's worth of work.
           MOVE "VSAMONL" TO pyaudit-program
           IF EIBCALEN = ZERO
               PERFORM START-ONLINE-SESSION
           ELSE
               MOVE DFHCOMMAREA TO onl-commarea
               MOVE ca-runid TO pyaudit-runid
               MOVE ca-operator TO pyaudit-operator
               PERFORM PROCESS-SCREEN-INPUT
           END-IF

           IF session-ending
               EXEC CICS SEND TEXT
                   FROM(session-end-text)
                   LENGTH(LENGTH OF session-end-text)
                   ERASE FREEKB
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           ELSE
               EXEC CICS RETURN
                   TRANSID(EIBTRNID)
                   COMMAREA(onl-commarea)
                   LENGTH(LENGTH OF onl-commarea)
               END-EXEC
           END-IF
           GOBACK.

      ** Identifies the signed-on user and checks it against the
      *  operator rows; an operator VSAMAUTH does not know is
      *  refused, alerted and audited, exactly as an unauthorized
      *  MNT card is in batch.
       START-ONLINE-SESSION.
           INITIALIZE onl-commarea
           SET ca-session-open TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:16) TO ca-runid
           EXEC CICS ASSIGN
               USERID(ca-operator)
           END-EXEC
           MOVE ca-runid TO pyaudit-runid
           MOVE ca-operator TO pyaudit-operator
           MOVE "0001" TO ca-entity

           PERFORM CHECK-OPERATOR-AUTHORITY
           IF NOT operator-known
               MOVE "ONLINE_UNAUTHORIZED" TO pyaudit-action
               MOVE 8 TO pyaudit-rc
               PERFORM ISSUE-OPERATOR-ALERT
               PERFORM WRITE-AUDIT-RECORD
               SET session-ending TO TRUE
               IF auth-dataset-open
                   STRING "VSAMONL - OPERATOR " DELIMITED BY SIZE
                       ca-operator DELIMITED BY SPACE
                       " IS NOT AUTHORIZED IN VSAMAUTH"
                           DELIMITED BY SIZE
                       INTO session-end-text
                   END-STRING
               ELSE
                   STRING "VSAMONL - OPERATOR AUTHORIZATION IS "
                       "UNAVAILABLE, INQUIRY IS CLOSED"
                       DELIMITED BY SIZE
                       INTO session-end-text
                   END-STRING
               END-IF
           ELSE
               MOVE "ONLINE_SESSION" TO pyaudit-action
               MOVE ZERO TO pyaudit-rc
               PERFORM WRITE-AUDIT-RECORD
               MOVE "ENTER A FUNCTION - INQ, BRW, RNG OR ASF"
                   TO screen-message
               PERFORM SEND-INQUIRY-SCREEN
           END-IF.

      ** One screen's input, dispatched on the key that sent it.
       PROCESS-SCREEN-INPUT.
           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
                   SET session-ending TO TRUE
                   MOVE "VSAMONL SESSION ENDED" TO session-end-text
               WHEN EIBAID = DFHCLEAR
                   MOVE SPACES TO ca-function ca-id-alpha
                       ca-prefix ca-from-date ca-to-date
                       ca-asof-date
                   MOVE "0001" TO ca-entity
                   MOVE "N" TO ca-more-sw
                   MOVE "ENTER A FUNCTION - INQ, BRW, RNG OR ASF"
                       TO screen-message
                   PERFORM SEND-INQUIRY-SCREEN
               WHEN EIBAID = DFHENTER
                   PERFORM RECEIVE-INQUIRY-SCREEN
                   IF request-valid
                       PERFORM START-LOOKUP
                   ELSE
                       PERFORM SEND-INQUIRY-SCREEN
                   END-IF
               WHEN EIBAID = DFHPF8
                   IF ca-more-pages
                       PERFORM RUN-LOOKUP-PAGE
                   ELSE
                       MOVE "NO FURTHER PAGE - ENTER A NEW REQUEST"
                           TO screen-message
                       PERFORM SEND-INQUIRY-SCREEN
                   END-IF
               WHEN EIBAID = DFHPF7
                   IF ca-function = "BRW" OR ca-function = "RNG"
                       PERFORM START-LOOKUP
                   ELSE
                       MOVE "PF7 IS THE FIRST PAGE OF A BRW OR RNG"
                           TO screen-message
                       PERFORM SEND-INQUIRY-SCREEN
                   END-IF
               WHEN OTHER
                   MOVE "KEY NOT IN USE - ENTER, PF3, PF7, PF8, CLEAR"
                       TO screen-message
                   PERFORM SEND-INQUIRY-SCREEN
           END-EVALUATE.

      ** Takes the request off the screen and edits it the way
      *  VSAMINQ edits the matching card; the edited values go to
      *  the commarea for the pages that follow.
       RECEIVE-INQUIRY-SCREEN.
           MOVE "N" TO request-valid-sw
           MOVE LOW-VALUES TO VSAMON1I
           EXEC CICS RECEIVE
               MAP('VSAMON1')
               MAPSET('VSAMONM')
               INTO(VSAMON1I)
               RESP(resp-code)
           END-EXEC
           IF resp-code = DFHRESP(MAPFAIL)
               MOVE "ENTER A FUNCTION - INQ, BRW, RNG OR ASF"
                   TO screen-message
           ELSE
               INSPECT FUNCI REPLACING ALL LOW-VALUE BY SPACE
               INSPECT CUSTIDI REPLACING ALL LOW-VALUE BY SPACE
               INSPECT ENTITYI REPLACING ALL LOW-VALUE BY SPACE
               INSPECT REGIONI REPLACING ALL LOW-VALUE BY SPACE
               INSPECT FROMDTI REPLACING ALL LOW-VALUE BY SPACE
               INSPECT TODTI REPLACING ALL LOW-VALUE BY SPACE
               INSPECT ASOFDTI REPLACING ALL LOW-VALUE BY SPACE
               MOVE FUNCTION UPPER-CASE(FUNCI) TO ca-function
               MOVE CUSTIDI TO ca-id-alpha
               MOVE FUNCTION UPPER-CASE(ENTITYI) TO ca-entity
               IF ca-entity = SPACES
                   MOVE "0001" TO ca-entity
               END-IF
               MOVE FUNCTION UPPER-CASE(REGIONI) TO ca-prefix
               MOVE FROMDTI TO ca-from-date
               MOVE TODTI TO ca-to-date
               MOVE ASOFDTI TO ca-asof-date
               PERFORM EDIT-INQUIRY-REQUEST
           END-IF.

       EDIT-INQUIRY-REQUEST.
           EVALUATE ca-function
               WHEN "INQ"
                   PERFORM EDIT-LOOKUP-ID
               WHEN "ASF"
                   PERFORM EDIT-LOOKUP-ID
                   IF request-valid AND ca-asof-date = SPACES
                       MOVE "N" TO request-valid-sw
                       MOVE "ASF NEEDS AN AS-OF DATE (YYYY-MM-DD)"
                           TO screen-message
                   END-IF
               WHEN "BRW"
                   MOVE ZERO TO ca-prefix-len
                   INSPECT ca-prefix
                       TALLYING ca-prefix-len
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF ca-prefix-len = ZERO
                       MOVE "BRW NEEDS A 1-4 CHARACTER REGION PREFIX"
                           TO screen-message
                   ELSE
                       SET request-valid TO TRUE
                   END-IF
               WHEN "RNG"
                   IF ca-from-date = SPACES OR ca-to-date = SPACES
                       MOVE "RNG NEEDS FROM AND TO DATES (YYYY-MM-DD)"
                           TO screen-message
                   ELSE
                       SET request-valid TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE "FUNCTION MUST BE INQ, BRW, RNG OR ASF"
                       TO screen-message
           END-EVALUATE.

       EDIT-LOOKUP-ID.
           IF ca-id-alpha = SPACES
               OR FUNCTION TEST-NUMVAL(ca-id-alpha) NOT = ZERO
               MOVE "ID MUST BE NUMERIC" TO screen-message
           ELSE
               COMPUTE ca-id = FUNCTION NUMVAL(ca-id-alpha)
               SET request-valid TO TRUE
           END-IF.

      ** Starts a request from its first record.
       START-LOOKUP.
           MOVE ZERO TO ca-page
           MOVE "N" TO ca-more-sw
           MOVE SPACES TO ca-path-sw ca-resume-key
           PERFORM RUN-LOOKUP-PAGE.

      ** Fills one screen for the request in the commarea, writes
      *  the lookup to the audit trail, and sends the screen.
       RUN-LOOKUP-PAGE.
           ADD 1 TO ca-page
           MOVE ZERO TO rows-used records-on-page lookup-rc
           MOVE "N" TO ca-more-sw
           MOVE SPACES TO screen-message
           PERFORM CLEAR-DETAIL-ROWS
           MOVE SPACES TO pyaudit-ref
           EVALUATE ca-function
               WHEN "INQ"
                   PERFORM INQUIRE-BY-ID
                   MOVE "ONLINE_INQ" TO pyaudit-action
                   PERFORM SET-ID-AUDIT-REF
               WHEN "BRW"
                   PERFORM BROWSE-BY-REGION
                   MOVE "ONLINE_BRW" TO pyaudit-action
                   MOVE ca-prefix TO pyaudit-ref
               WHEN "RNG"
                   PERFORM LIST-BY-DATE-RANGE
                   MOVE "ONLINE_RNG" TO pyaudit-action
                   STRING ca-from-date(3:2) ca-from-date(6:2)
                       ca-from-date(9:2) "-" ca-to-date(3:2)
                       ca-to-date(6:2) ca-to-date(9:2)
                       DELIMITED BY SIZE
                       INTO pyaudit-ref
                   END-STRING
               WHEN "ASF"
                   PERFORM INQUIRE-AS-OF
                   MOVE "ONLINE_ASF" TO pyaudit-action
                   PERFORM SET-ID-AUDIT-REF
           END-EVALUATE
           IF ca-function = "BRW" OR ca-function = "RNG"
               PERFORM SET-PAGE-MESSAGE
           END-IF
           MOVE lookup-rc TO pyaudit-rc
           PERFORM WRITE-AUDIT-RECORD
           PERFORM SEND-INQUIRY-SCREEN.

       SET-ID-AUDIT-REF.
           STRING ca-id DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               ca-entity DELIMITED BY SIZE
               INTO pyaudit-ref
           END-STRING.

       SET-PAGE-MESSAGE.
           IF screen-message = SPACES
               MOVE ca-page TO page-edit
               MOVE records-on-page TO shown-edit
               EVALUATE TRUE
                   WHEN ca-more-pages
                       STRING "PAGE " FUNCTION TRIM(page-edit)
                           " - PF8 FOR THE NEXT PAGE"
                           DELIMITED BY SIZE
                           INTO screen-message
                       END-STRING
                   WHEN records-on-page = ZERO AND ca-page = 1
                       MOVE "NO RECORDS MATCH THE REQUEST"
                           TO screen-message
                       MOVE 4 TO lookup-rc
                   WHEN OTHER
                       STRING "PAGE " FUNCTION TRIM(page-edit)
                           " - END OF LIST, "
                           FUNCTION TRIM(shown-edit)
                           " RECORD(S) ON THIS PAGE"
                           DELIMITED BY SIZE
                           INTO screen-message
                       END-STRING
               END-EVALUATE
           END-IF.

      ** Keyed lookup - one READ against the record key.
       INQUIRE-BY-ID.
           MOVE ca-id TO vsam-mst-id
           MOVE ca-entity TO vsam-mst-entity
           EXEC CICS READ
               FILE('VSAMMST')
               INTO(vsam-mst-record)
               RIDFLD(vsam-mst-key)
               RESP(resp-code)
           END-EXEC
           EVALUATE TRUE
               WHEN resp-code = DFHRESP(NORMAL)
                   PERFORM SHOW-MASTER-RECORD
                   PERFORM ADD-LINEAGE-ROW
                   MOVE "RECORD FOUND" TO screen-message
               WHEN resp-code = DFHRESP(NOTFND)
                   STRING "ID " ca-id " NOT FOUND ON MASTER FOR "
                       "ENTITY " ca-entity
                       DELIMITED BY SIZE
                       INTO screen-message
                   END-STRING
                   MOVE 4 TO lookup-rc
               WHEN OTHER
                   PERFORM REPORT-MASTER-UNAVAILABLE
           END-EVALUATE.

      ** Region browse - through the region path when the region
      *  has it open, else the full master scan VSAMINQ falls back
      *  to. The path is chosen on the first page and kept for the
      *  rest of the list.
       BROWSE-BY-REGION.
           IF ca-page = 1
               MOVE SPACES TO vsam-rgn-region
               MOVE ca-prefix(1:ca-prefix-len)
                   TO vsam-rgn-region(1:ca-prefix-len)
               MOVE ZERO TO vsam-rgn-id
               MOVE LOW-VALUES TO vsam-rgn-entity
               MOVE vsam-rgn-key TO ca-resume-key
               SET ca-via-rgn TO TRUE
           END-IF
           IF ca-via-rgn
               PERFORM BROWSE-REGION-KEYED
           END-IF
           IF ca-via-master
               PERFORM BROWSE-REGION-SCAN
           END-IF.

       BROWSE-REGION-KEYED.
           MOVE "N" TO path-scan-eof-sw
           MOVE ca-resume-key(1:16) TO vsam-rgn-key
           EXEC CICS STARTBR
               FILE('VSAMRGN')
               RIDFLD(vsam-rgn-key)
               GTEQ
               RESP(resp-code)
           END-EXEC
           EVALUATE TRUE
               WHEN resp-code = DFHRESP(NORMAL)
                   PERFORM READ-NEXT-RGN-RECORD
                   PERFORM BROWSE-RGN-KEYED-RECORD
                       UNTIL path-scan-eof
                   EXEC CICS ENDBR
                       FILE('VSAMRGN')
                   END-EXEC
               WHEN resp-code = DFHRESP(NOTFND)
                   CONTINUE
               WHEN ca-page = 1
                   SET ca-via-master TO TRUE
                   MOVE ZERO TO vsam-mst-id
                   MOVE LOW-VALUES TO vsam-mst-entity
                   MOVE vsam-mst-key TO ca-resume-key
               WHEN OTHER
                   PERFORM REPORT-PATH-UNAVAILABLE
           END-EVALUATE.

      ** Shows one region-path record and advances - the browse is
      *  done once the key walks past the prefix; a record that
      *  does not fit the page is where PF8 picks up.
       BROWSE-RGN-KEYED-RECORD.
           EVALUATE TRUE
               WHEN vsam-rgn-region(1:ca-prefix-len)
                   NOT = ca-prefix(1:ca-prefix-len)
                   SET path-scan-eof TO TRUE
               WHEN records-on-page NOT < rows-per-page
                   MOVE vsam-rgn-key TO ca-resume-key
                   SET ca-more-pages TO TRUE
                   SET path-scan-eof TO TRUE
               WHEN OTHER
                   MOVE vsam-rgn-id         TO path-work-id
                   MOVE vsam-rgn-entity     TO path-work-entity
                   MOVE vsam-rgn-name       TO path-work-name
                   MOVE vsam-rgn-region     TO path-work-region
                   MOVE vsam-rgn-amount     TO path-work-amount
                   MOVE vsam-rgn-trans-date TO path-work-trans-date
                   PERFORM ADD-DETAIL-ROW
                   PERFORM READ-NEXT-RGN-RECORD
           END-EVALUATE.

       READ-NEXT-RGN-RECORD.
           EXEC CICS READNEXT
               FILE('VSAMRGN')
               INTO(vsam-rgn-record)
               RIDFLD(vsam-rgn-key)
               RESP(resp-code)
           END-EXEC
           IF resp-code NOT = DFHRESP(NORMAL)
               SET path-scan-eof TO TRUE
           END-IF.

       BROWSE-REGION-SCAN.
           PERFORM START-MASTER-SCAN
           PERFORM BROWSE-REGION-RECORD UNTIL path-scan-eof
           PERFORM END-MASTER-SCAN.

       BROWSE-REGION-RECORD.
           IF vsam-mst-region(1:ca-prefix-len)
               = ca-prefix(1:ca-prefix-len)
               PERFORM ADD-SCANNED-RECORD
           END-IF
           IF NOT path-scan-eof
               PERFORM READ-NEXT-MASTER-RECORD
           END-IF.

      ** Date-range list - through the date path when it is open,
      *  else the full master scan.
       LIST-BY-DATE-RANGE.
           IF ca-page = 1
               MOVE ca-from-date TO vsam-dte-date
               MOVE ZERO TO vsam-dte-id
               MOVE LOW-VALUES TO vsam-dte-entity
               MOVE vsam-dte-key TO ca-resume-key
               SET ca-via-dte TO TRUE
           END-IF
           IF ca-via-dte
               PERFORM LIST-RANGE-KEYED
           END-IF
           IF ca-via-master
               PERFORM LIST-RANGE-SCAN
           END-IF.

       LIST-RANGE-KEYED.
           MOVE "N" TO path-scan-eof-sw
           MOVE ca-resume-key TO vsam-dte-key
           EXEC CICS STARTBR
               FILE('VSAMDTE')
               RIDFLD(vsam-dte-key)
               GTEQ
               RESP(resp-code)
           END-EXEC
           EVALUATE TRUE
               WHEN resp-code = DFHRESP(NORMAL)
                   PERFORM READ-NEXT-DTE-RECORD
                   PERFORM LIST-RANGE-KEYED-RECORD
                       UNTIL path-scan-eof
                   EXEC CICS ENDBR
                       FILE('VSAMDTE')
                   END-EXEC
               WHEN resp-code = DFHRESP(NOTFND)
                   CONTINUE
               WHEN ca-page = 1
                   SET ca-via-master TO TRUE
                   MOVE ZERO TO vsam-mst-id
                   MOVE LOW-VALUES TO vsam-mst-entity
                   MOVE vsam-mst-key TO ca-resume-key
               WHEN OTHER
                   PERFORM REPORT-PATH-UNAVAILABLE
           END-EVALUATE.

       LIST-RANGE-KEYED-RECORD.
           EVALUATE TRUE
               WHEN vsam-dte-date > ca-to-date
                   SET path-scan-eof TO TRUE
               WHEN records-on-page NOT < rows-per-page
                   MOVE vsam-dte-key TO ca-resume-key
                   SET ca-more-pages TO TRUE
                   SET path-scan-eof TO TRUE
               WHEN OTHER
                   MOVE vsam-dte-id     TO path-work-id
                   MOVE vsam-dte-entity TO path-work-entity
                   MOVE vsam-dte-name   TO path-work-name
                   MOVE vsam-dte-region TO path-work-region
                   MOVE vsam-dte-amount TO path-work-amount
                   MOVE vsam-dte-date   TO path-work-trans-date
                   PERFORM ADD-DETAIL-ROW
                   PERFORM READ-NEXT-DTE-RECORD
           END-EVALUATE.

       READ-NEXT-DTE-RECORD.
           EXEC CICS READNEXT
               FILE('VSAMDTE')
               INTO(vsam-dte-record)
               RIDFLD(vsam-dte-key)
               RESP(resp-code)
           END-EXEC
           IF resp-code NOT = DFHRESP(NORMAL)
               SET path-scan-eof TO TRUE
           END-IF.

       LIST-RANGE-SCAN.
           PERFORM START-MASTER-SCAN
           PERFORM LIST-RANGE-RECORD UNTIL path-scan-eof
           PERFORM END-MASTER-SCAN.

       LIST-RANGE-RECORD.
           IF vsam-mst-trans-date NOT < ca-from-date
               AND vsam-mst-trans-date NOT > ca-to-date
               PERFORM ADD-SCANNED-RECORD
           END-IF
           IF NOT path-scan-eof
               PERFORM READ-NEXT-MASTER-RECORD
           END-IF.

      ** Positions the master scan at the resume key - the lowest
      *  key on the first page - and reads the first record.
       START-MASTER-SCAN.
           MOVE "N" TO path-scan-eof-sw
           MOVE ca-resume-key(1:12) TO vsam-mst-key
           EXEC CICS STARTBR
               FILE('VSAMMST')
               RIDFLD(vsam-mst-key)
               GTEQ
               RESP(resp-code)
           END-EXEC
           EVALUATE TRUE
               WHEN resp-code = DFHRESP(NORMAL)
                   PERFORM READ-NEXT-MASTER-RECORD
               WHEN resp-code = DFHRESP(NOTFND)
                   SET path-scan-eof TO TRUE
               WHEN OTHER
                   SET path-scan-eof TO TRUE
                   PERFORM REPORT-MASTER-UNAVAILABLE
           END-EVALUATE.

       READ-NEXT-MASTER-RECORD.
           EXEC CICS READNEXT
               FILE('VSAMMST')
               INTO(vsam-mst-record)
               RIDFLD(vsam-mst-key)
               RESP(resp-code)
           END-EXEC
           IF resp-code NOT = DFHRESP(NORMAL)
               SET path-scan-eof TO TRUE
           END-IF.

       END-MASTER-SCAN.
           IF lookup-rc < 16
               EXEC CICS ENDBR
                   FILE('VSAMMST')
                   NOHANDLE
               END-EXEC
           END-IF.

      ** A matching record from the master scan - shown while the
      *  page has room; the first one that does not fit is where
      *  PF8 picks up.
       ADD-SCANNED-RECORD.
           IF records-on-page NOT < rows-per-page
               MOVE vsam-mst-key TO ca-resume-key
               SET ca-more-pages TO TRUE
               SET path-scan-eof TO TRUE
           ELSE
               MOVE vsam-mst-id         TO path-work-id
               MOVE vsam-mst-entity     TO path-work-entity
               MOVE vsam-mst-name       TO path-work-name
               MOVE vsam-mst-region     TO path-work-region
               MOVE vsam-mst-amount     TO path-work-amount
               MOVE vsam-mst-trans-date TO path-work-trans-date
               PERFORM ADD-DETAIL-ROW
           END-IF.

      ** Answers what a record said as of the end of a given date,
      *  by VSAMINQ's rule: the earliest versioned image dated after
      *  that date is the state the record still had then; an ADD
      *  version there means it did not exist yet; no later version
      *  means the current master record is the answer. The keyed
      *  history is positioned just past the as-of date, so the
      *  first record read back is that earliest later version.
       INQUIRE-AS-OF.
           MOVE "N" TO asof-found-sw
           MOVE SPACES TO asof-date-compact
           MOVE ca-asof-date(1:4) TO asof-date-compact(1:4)
           MOVE ca-asof-date(6:2) TO asof-date-compact(5:2)
           MOVE ca-asof-date(9:2) TO asof-date-compact(7:2)
           MOVE ca-id TO hstk-id
           MOVE ca-entity TO hstk-entity
           MOVE HIGH-VALUES TO hstk-ts
           MOVE asof-date-compact TO hstk-ts(1:8)
           EXEC CICS STARTBR
               FILE('VSAMHSTK')
               RIDFLD(hstk-key)
               GTEQ
               RESP(resp-code)
           END-EXEC
           EVALUATE TRUE
               WHEN resp-code = DFHRESP(NORMAL)
                   EXEC CICS READNEXT
                       FILE('VSAMHSTK')
                       INTO(vsam-hstk-record)
                       RIDFLD(hstk-key)
                       RESP(resp-code)
                   END-EXEC
                   IF resp-code = DFHRESP(NORMAL)
                       AND hstk-id = ca-id
                       AND hstk-entity = ca-entity
                       SET asof-entry-found TO TRUE
                       MOVE hstk-line TO vsam-hist-detail
                   END-IF
                   EXEC CICS ENDBR
                       FILE('VSAMHSTK')
                   END-EXEC
               WHEN resp-code = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE resp-code TO resp-edit
                   STRING "HISTORY (VSAMHSTK) UNAVAILABLE, RESP="
                       resp-edit
                       DELIMITED BY SIZE
                       INTO screen-message
                   END-STRING
                   MOVE 16 TO lookup-rc
           END-EVALUATE

           IF lookup-rc < 16
               IF asof-entry-found
                   PERFORM SHOW-ASOF-VERSION
               ELSE
                   PERFORM SHOW-ASOF-CURRENT
               END-IF
           END-IF.

       SHOW-ASOF-VERSION.
           IF vh-flag = "ADD"
               STRING "ID " ca-id " WAS NOT ON THE MASTER AS OF "
                   ca-asof-date " (ADDED " vh-ts(1:8) ")"
                   DELIMITED BY SIZE
                   INTO screen-message
               END-STRING
               MOVE 4 TO lookup-rc
           ELSE
               MOVE vh-image TO path-work-record
               PERFORM SHOW-ASOF-NAME
               PERFORM ADD-DETAIL-ROW
               PERFORM ADD-LINEAGE-ROW
               IF screen-message = SPACES
                   STRING "AS OF " ca-asof-date " - SUPERSEDED AT "
                       vh-ts(1:14)
                       DELIMITED BY SIZE
                       INTO screen-message
                   END-STRING
               END-IF
           END-IF.

      ** No later version - the master as it stands is the answer.
       SHOW-ASOF-CURRENT.
           MOVE ca-id TO vsam-mst-id
           MOVE ca-entity TO vsam-mst-entity
           EXEC CICS READ
               FILE('VSAMMST')
               INTO(vsam-mst-record)
               RIDFLD(vsam-mst-key)
               RESP(resp-code)
           END-EXEC
           EVALUATE TRUE
               WHEN resp-code = DFHRESP(NORMAL)
                   PERFORM SHOW-MASTER-RECORD
                   PERFORM ADD-LINEAGE-ROW
                   STRING "UNCHANGED SINCE " ca-asof-date
                       " - CURRENT RECORD IS THE ANSWER"
                       DELIMITED BY SIZE
                       INTO screen-message
                   END-STRING
               WHEN resp-code = DFHRESP(NOTFND)
                   STRING "ID " ca-id " NOT FOUND ON MASTER AND NO "
                       "HISTORY FOR IT"
                       DELIMITED BY SIZE
                       INTO screen-message
                   END-STRING
                   MOVE 4 TO lookup-rc
               WHEN OTHER
                   PERFORM REPORT-MASTER-UNAVAILABLE
           END-EVALUATE.

      ** The historical name is a vault token. An operator VSAMAUTH
      *  grants ASF (or *) has it recovered from NAMEVLT, and every
      *  such recovery - found or not - is audited as PII_RECOVER
      *  with the token as its reference, as VSAMINQ's is; anyone
      *  else sees the token.
       SHOW-ASOF-NAME.
           MOVE path-work-name TO asof-name
           MOVE "N" TO nv-token-sw
           IF asof-name(1:3) = "*NV"
               AND asof-name(4:9) IS NUMERIC
               AND asof-name(13:) = SPACES
               SET nv-value-is-token TO TRUE
           END-IF
           IF asof-name(1:12) = nv-withheld-token
               MOVE "NAME WAS WITHHELD FROM HISTORY WHEN WRITTEN"
                   TO screen-message
           END-IF
           IF nv-value-is-token
               IF ca-asf-authorized
                   PERFORM RECOVER-ASOF-NAME
               ELSE
                   STRING "NAME PROTECTED - SHOWN IN THE CLEAR "
                       "ONLY TO AN OPERATOR AUTHORIZED FOR ASF"
                       DELIMITED BY SIZE
                       INTO screen-message
                   END-STRING
               END-IF
           END-IF.

       RECOVER-ASOF-NAME.
           MOVE asof-name(1:12) TO nv-token
           EXEC CICS READ
               FILE('NAMEVLT')
               INTO(namevlt-record)
               RIDFLD(nv-token)
               RESP(resp-code)
           END-EXEC
           MOVE "PII_RECOVER" TO pyaudit-action
           MOVE asof-name(1:12) TO pyaudit-ref
           IF resp-code = DFHRESP(NORMAL)
               MOVE nv-clear(1:30) TO path-work-name
               MOVE ZERO TO pyaudit-rc
           ELSE
               MOVE "NAME NO LONGER HELD IN THE VAULT"
                   TO screen-message
               MOVE 8 TO pyaudit-rc
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           MOVE SPACES TO pyaudit-ref.

       SHOW-MASTER-RECORD.
           MOVE vsam-mst-id         TO path-work-id
           MOVE vsam-mst-entity     TO path-work-entity
           MOVE vsam-mst-name       TO path-work-name
           MOVE vsam-mst-region     TO path-work-region
           MOVE vsam-mst-amount     TO path-work-amount
           MOVE vsam-mst-trans-date TO path-work-trans-date
           MOVE vsam-mst-feed       TO path-work-feed
           MOVE vsam-mst-runid      TO path-work-runid
           MOVE vsam-mst-line       TO path-work-line
           PERFORM ADD-DETAIL-ROW.

      ** Formats path-work-record into the next screen row.
       ADD-DETAIL-ROW.
           MOVE path-work-id         TO dr-id
           MOVE path-work-entity     TO dr-entity
           MOVE path-work-name       TO dr-name
           MOVE path-work-region     TO dr-region
           MOVE path-work-amount     TO dr-amount
           MOVE path-work-trans-date TO dr-date
           ADD 1 TO rows-used records-on-page
           MOVE detail-row TO DTLO(rows-used).

      ** The provenance row under an INQ or ASF answer - which feed,
      *  which load run, which extract line last wrote the record.
       ADD-LINEAGE-ROW.
           MOVE SPACES TO lineage-row
           IF path-work-feed = SPACES
               OR path-work-feed = LOW-VALUES
               MOVE "      SOURCE=(NOT RECORDED)" TO lineage-row
           ELSE
               STRING "      SOURCE=" DELIMITED BY SIZE
                   FUNCTION TRIM(path-work-feed) DELIMITED BY SIZE
                   " RUN=" DELIMITED BY SIZE
                   path-work-runid DELIMITED BY SIZE
                   " LINE=" DELIMITED BY SIZE
                   path-work-line DELIMITED BY SIZE
                   INTO lineage-row
               END-STRING
           END-IF
           ADD 1 TO rows-used
           MOVE lineage-row TO DTLO(rows-used).

       CLEAR-DETAIL-ROWS.
           MOVE LOW-VALUES TO VSAMON1O.

       REPORT-MASTER-UNAVAILABLE.
           MOVE resp-code TO resp-edit
           STRING "VSAM MASTER (VSAMMST) UNAVAILABLE, RESP="
               resp-edit
               DELIMITED BY SIZE
               INTO screen-message
           END-STRING
           MOVE 16 TO lookup-rc.

      ** A path that closes under a list already paging through it
      *  ends the list - starting over on the master scan would
      *  repeat what the earlier pages showed.
       REPORT-PATH-UNAVAILABLE.
           MOVE resp-code TO resp-edit
           STRING "ACCESS PATH CLOSED DURING THE LIST, RESP="
               resp-edit " - ENTER THE REQUEST AGAIN"
               DELIMITED BY SIZE
               INTO screen-message
           END-STRING
           MOVE 16 TO lookup-rc.

      ** Sends the screen: the request as the commarea holds it,
      *  the rows a lookup filled, and the message line.
       SEND-INQUIRY-SCREEN.
           IF rows-used = ZERO
               MOVE LOW-VALUES TO VSAMON1O
           END-IF
           MOVE ca-operator TO OPERIDO
           MOVE ca-function TO FUNCO
           MOVE ca-id-alpha TO CUSTIDO
           MOVE ca-entity TO ENTITYO
           MOVE ca-prefix TO REGIONO
           MOVE ca-from-date TO FROMDTO
           MOVE ca-to-date TO TODTO
           MOVE ca-asof-date TO ASOFDTO
           MOVE screen-message TO MSGO
           MOVE -1 TO FUNCL
           EXEC CICS SEND
               MAP('VSAMON1')
               MAPSET('VSAMONM')
               FROM(VSAMON1O)
               ERASE
               CURSOR
               FREEKB
           END-EXEC.

      ** Reads the operator rows from VSAUTH for the signed-on user.
      *  No VSAUTH at all means inquiry is closed, not open - the
      *  same fail-closed rule VSAMINQ applies to maintenance.
       CHECK-OPERATOR-AUTHORITY.
           MOVE "N" TO auth-known-sw auth-open-sw auth-eof-sw
           MOVE "N" TO ca-asf-sw
           MOVE ZERO TO auth-rba
           EXEC CICS STARTBR
               FILE('VSAUTH')
               RIDFLD(auth-rba)
               RBA
               GTEQ
               RESP(resp-code)
           END-EXEC
           IF resp-code = DFHRESP(NORMAL)
               SET auth-dataset-open TO TRUE
               PERFORM READ-NEXT-AUTH-ROW
               PERFORM CHECK-ONE-AUTH-ROW UNTIL auth-eof
               EXEC CICS ENDBR
                   FILE('VSAUTH')
               END-EXEC
           END-IF.

       CHECK-ONE-AUTH-ROW.
           IF auth-record = SPACES
               OR auth-record(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO auth-id-alpha auth-verbs-alpha
               UNSTRING auth-record DELIMITED BY ","
                   INTO auth-id-alpha
                        auth-verbs-alpha
               END-UNSTRING
               IF auth-id-alpha(1:8) = ca-operator
                   SET operator-known TO TRUE
                   SET auth-eof TO TRUE
                   MOVE ZERO TO auth-hit-count
                   INSPECT auth-verbs-alpha
                       TALLYING auth-hit-count FOR ALL "ASF"
                   IF auth-verbs-alpha(1:1) = "*"
                       OR auth-hit-count NOT = ZERO
                       SET ca-asf-authorized TO TRUE
                   END-IF
               END-IF
           END-IF
           IF NOT auth-eof
               PERFORM READ-NEXT-AUTH-ROW
           END-IF.

       READ-NEXT-AUTH-ROW.
           MOVE SPACES TO auth-record
           MOVE 80 TO auth-rec-len
           EXEC CICS READNEXT
               FILE('VSAUTH')
               INTO(auth-record)
               LENGTH(auth-rec-len)
               RIDFLD(auth-rba)
               RBA
               RESP(resp-code)
           END-EXEC
           IF resp-code NOT = DFHRESP(NORMAL)
               SET auth-eof TO TRUE
           END-IF.

       COPY PYAUDCIC.
