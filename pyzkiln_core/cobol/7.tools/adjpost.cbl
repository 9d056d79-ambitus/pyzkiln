      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ADJPOST".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** Adjustment cards arrive on SYSIN, one request per card:
      *    OPR <operator-id>       the operator keying the deck
      *    APR <operator-id>       the operator approving it - a
      *                            different operator, and both
      *                            must hold ADJ authority
      *    ENT <entity>            the legal entity the ADJ cards
      *                            that follow belong to - 0001
      *                            until a card names another
      *    ADJ <id> <amount> <reason> <reference>
      *                            post a signed correction against
      *                            one master record, under one of
      *                            the reason codes below and the
      *                            source document reference
      *    REG [<yyyymmdd>]        print the adjustment register
      *                            for a day (default today)
      *  A card starting with * is a comment and is skipped.
           SELECT ADJ-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS adj-card-status.
      ** The VSAM master PANDASREAD loads - read only. An
      *  adjustment never changes the record it corrects; it is
      *  posted beside it.
           SELECT VSAM-MASTER-FILE ASSIGN TO vsam-master-alpha
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS vsam-mst-key
               FILE STATUS IS vsam-mst-status.
      ** The same operator authorization dataset VSAMINQ gates
      *  maintenance with (operator-id,verbs) - here the verb is
      *  ADJ. No dataset at all means posting is closed, not open.
           SELECT AUTH-FILE ASSIGN TO "VSAMAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS auth-status.
      ** The PYZRULES business rules PANDASREAD validates the feed
      *  with - the amount RANGE bands apply to an adjusted record
      *  exactly as they apply to a loaded one.
           SELECT RULES-FILE ASSIGN TO "PYZRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rules-status.
      ** The adjustments dataset - one line per posted adjustment,
      *  extended run after run and never rewritten. PANDASREAD
      *  carries the entries past its ADJMARK into the region
      *  aggregates, the rollup and the run totals.
           SELECT ADJUST-FILE ASSIGN TO "ADJUST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS adjust-status.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  ADJ-CARD-FILE.
       01 adj-card-record PIC X(80).
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
       FD  AUTH-FILE.
       01 auth-record PIC X(80).
       FD  RULES-FILE.
       01 rules-record PIC X(80).
       FD  ADJUST-FILE.
       01 adjust-record PIC X(143).
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 adj-card-status     PIC X(02) VALUE "00".
       01 adj-card-eof-sw     PIC X(01) VALUE "N".
           88 adj-card-eof VALUE "Y".
       01 vsam-master-alpha   PIC X(256) VALUE SPACES.
       01 vsam-mst-status     PIC X(02) VALUE "00".
       01 auth-status         PIC X(02) VALUE "00".
       01 auth-eof-sw         PIC X(01) VALUE "N".
           88 auth-eof VALUE "Y".
       01 rules-status        PIC X(02) VALUE "00".
       01 rules-eof-sw        PIC X(01) VALUE "N".
           88 rules-eof VALUE "Y".
       01 adjust-status       PIC X(02) VALUE "00".
       01 adjust-eof-sw       PIC X(01) VALUE "N".
           88 adjust-eof VALUE "Y".

      ** One parsed card.
       01 card-verb           PIC X(04).
       01 card-oper1          PIC X(20).
       01 card-oper2          PIC X(20).
       01 card-oper3          PIC X(20).
       01 card-oper4          PIC X(20).
       01 cards-read-count    PIC 9(05) VALUE ZERO.

      ** The deck's two identities - the operator who keys the
      *  adjustments and the one who approves them.
       01 maker-id            PIC X(08) VALUE SPACES.
       01 approver-id         PIC X(08) VALUE SPACES.
       01 check-id            PIC X(08) VALUE SPACES.

      ** Operator authorization table, loaded from VSAMAUTH.
       01 auth-tbl-used       PIC 9(02) BINARY VALUE ZERO.
       01 auth-scan-idx       PIC 9(02) BINARY VALUE ZERO.
       01 auth-match-idx      PIC 9(02) BINARY VALUE ZERO.
       01 auth-table.
           05 auth-entry OCCURS 20 TIMES.
               10 auth-opr-id     PIC X(08).
               10 auth-verbs      PIC X(40).
       01 auth-id-alpha       PIC X(10).
       01 auth-verbs-alpha    PIC X(40).
       01 auth-hit-count      PIC 9(02) VALUE ZERO.
       01 adj-auth-sw         PIC X(01) VALUE "N".
           88 adj-authorized VALUE "Y".

      ** The adjustment reason codes finance recognizes. A code not
      *  in this list is refused - the register is only useful if
      *  every line on it says why in the same vocabulary.
       01 reason-codes-init.
           05 FILLER PIC X(34) VALUE "PRICPRICE CORRECTION".
           05 FILLER PIC X(34) VALUE "KEYEKEYING ERROR".
           05 FILLER PIC X(34) VALUE "DUPLDUPLICATE CHARGE REVERSAL".
           05 FILLER PIC X(34) VALUE "REFDREFUND OR CUSTOMER CREDIT".
           05 FILLER PIC X(34) VALUE "WOFFWRITE-OFF".
           05 FILLER PIC X(34) VALUE "FEESFEE OR CHARGE CORRECTION".
           05 FILLER PIC X(34) VALUE "OTHROTHER - SEE REFERENCE".
       01 reason-codes REDEFINES reason-codes-init.
           05 reason-entry OCCURS 7 TIMES.
               10 reason-code     PIC X(04).
               10 reason-text     PIC X(30).
       01 reason-idx          PIC 9(02) BINARY VALUE ZERO.
       01 reason-match-idx    PIC 9(02) BINARY VALUE ZERO.

      ** The amount RANGE rules loaded from PYZRULES - the only rule
      *  type that speaks to an adjusted amount. Other rule types
      *  are skipped here; PANDASREAD validates those.
       01 range-tbl-used      PIC 9(02) BINARY VALUE ZERO.
       01 range-idx           PIC 9(02) BINARY VALUE ZERO.
       01 range-table.
           05 range-entry OCCURS 20 TIMES.
               10 range-qual      PIC X(40).
               10 range-low       PIC S9(09)V99.
               10 range-high      PIC S9(09)V99.
               10 range-sev       PIC X(01).
       01 rule-field-alpha    PIC X(20).
       01 rule-type-alpha     PIC X(10).
       01 rule-qual-alpha     PIC X(40).
       01 rule-low-alpha      PIC X(20).
       01 rule-high-alpha     PIC X(20).
       01 rule-sev-alpha      PIC X(04).
       01 rule-qual-hit       PIC 9(02) VALUE ZERO.

      ** The adjustment being validated.
       01 adj-lookup-id       PIC 9(08) VALUE ZERO.
       01 adj-entity          PIC X(04) VALUE "0001".
       01 default-entity      PIC X(04) VALUE "0001".
       01 aj-entity-eff       PIC X(04) VALUE SPACES.
       01 adj-amount          PIC S9(09)V99 VALUE ZERO.
       01 adj-amount-work     PIC S9(11)V99 VALUE ZERO.
       01 adj-reason          PIC X(04) VALUE SPACES.
       01 adj-reference       PIC X(16) VALUE SPACES.
       01 prior-adj-total     PIC S9(11)V99 VALUE ZERO.
       01 adjusted-amount     PIC S9(11)V99 VALUE ZERO.
       01 adj-refused-sw      PIC X(01) VALUE "N".
           88 adj-refused VALUE "Y".
       01 adj-warned-sw       PIC X(01) VALUE "N".
           88 adj-warned VALUE "Y".
       01 dup-reference-sw    PIC X(01) VALUE "N".
           88 dup-reference VALUE "Y".

      ** Posting date and the next sequence number. The sequence is
      *  what PANDASREAD's ADJMARK remembers, so it only ever rises.
       01 today-yyyymmdd      PIC X(08) VALUE SPACES.
       01 last-adj-seq        PIC 9(08) VALUE ZERO.
       01 posted-count        PIC 9(05) VALUE ZERO.
       01 refused-count       PIC 9(05) VALUE ZERO.

      ** One adjustments dataset line.
       01 adjust-detail.
           05 aj-ts               PIC X(21).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 aj-seq              PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 aj-date             PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 aj-id               PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 aj-region           PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 aj-amount           PIC +9(09).99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 aj-reason           PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 aj-reference        PIC X(16).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 aj-maker            PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 aj-approver         PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 aj-orig-amount      PIC +9(09).99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 aj-runid            PIC X(16).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 aj-entity           PIC X(04).
       01 aj-amount-num       PIC S9(09)V99 VALUE ZERO.

      ** Register fields.
       01 reg-date            PIC X(08) VALUE SPACES.
       01 reg-line-count      PIC 9(05) VALUE ZERO.
       01 reg-total           PIC S9(11)V99 VALUE ZERO.
       01 amount-edit         PIC Z(08)9.99-.
       01 total-edit          PIC Z(10)9.99-.

       COPY PYAUDWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Adjustment posting for amount corrections: a correction
      *  to a loaded transaction is posted as its own signed line in
      *  the adjustments dataset, validated against the master
      *  record it corrects and against the PYZRULES amount bands,
      *  under a keying operator and a different approving one. The
      *  original record is never touched - PANDASREAD carries each
      *  adjustment forward as a distinct adjustment line, so the
      *  rollup and the totals show both the posting and its
      *  correction.
           DISPLAY "===== ADJUSTMENT POSTING ====="
           MOVE "ADJPOST" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-yyyymmdd

           ACCEPT vsam-master-alpha FROM ENVIRONMENT
               "ADJPOST_VSAM_PATH"
           IF vsam-master-alpha = SPACES
               DISPLAY "ADJPOST_VSAM_PATH IS NOT SET - NO MASTER TO "
                   "VALIDATE AGAINST"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT VSAM-MASTER-FILE
           IF vsam-mst-status NOT = "00"
               DISPLAY "UNABLE TO OPEN VSAM MASTER, STATUS="
                   vsam-mst-status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ADJ-CARD-FILE
           IF adj-card-status NOT = "00"
               DISPLAY "UNABLE TO OPEN SYSIN DD, STATUS="
                   adj-card-status
               CLOSE VSAM-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-AUTHORIZATION-TABLE
           PERFORM LOAD-RANGE-RULES
           PERFORM FIND-LAST-SEQUENCE

           READ ADJ-CARD-FILE INTO adj-card-record
               AT END SET adj-card-eof TO TRUE
           END-READ
           PERFORM PROCESS-ADJUSTMENT-CARD UNTIL adj-card-eof

           CLOSE ADJ-CARD-FILE
           CLOSE VSAM-MASTER-FILE
           DISPLAY " "
           DISPLAY "CARDS READ=" cards-read-count
               " ADJUSTMENTS POSTED=" posted-count
               " REFUSED=" refused-count
           GOBACK.

      ** Parses one card and dispatches on its verb, then reads the
      *  next card.
       PROCESS-ADJUSTMENT-CARD.
           IF adj-card-record = SPACES
               OR adj-card-record(1:1) = "*"
               CONTINUE
           ELSE
               ADD 1 TO cards-read-count
               MOVE SPACES TO card-verb card-oper1 card-oper2
                   card-oper3 card-oper4
               UNSTRING adj-card-record DELIMITED BY ALL " "
                   INTO card-verb
                        card-oper1
                        card-oper2
                        card-oper3
                        card-oper4
               END-UNSTRING

               DISPLAY " "
               DISPLAY "REQUEST: " FUNCTION TRIM(adj-card-record)
               EVALUATE card-verb
                   WHEN "OPR"
                       PERFORM SET-MAKER-IDENTITY
                   WHEN "APR"
                       PERFORM SET-APPROVER-IDENTITY
                   WHEN "ENT"
                       PERFORM SET-ADJUSTMENT-ENTITY
                   WHEN "ADJ"
                       PERFORM POST-ADJUSTMENT
                   WHEN "REG"
                       PERFORM PRINT-ADJUSTMENT-REGISTER
                   WHEN OTHER
                       DISPLAY "UNRECOGNIZED CARD VERB: " card-verb
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF

           READ ADJ-CARD-FILE INTO adj-card-record
               AT END SET adj-card-eof TO TRUE
           END-READ.

      ** Loads the operator authorization table. Posting fails
      *  closed without it.
       LOAD-AUTHORIZATION-TABLE.
           MOVE ZERO TO auth-tbl-used
           MOVE "N" TO auth-eof-sw

           OPEN INPUT AUTH-FILE
           IF auth-status NOT = "00"
               DISPLAY "NO AUTHORIZATION DATASET (VSAMAUTH) - "
                   "ADJUSTMENT POSTING IS CLOSED THIS RUN"
           ELSE
               READ AUTH-FILE INTO auth-record
                   AT END SET auth-eof TO TRUE
               END-READ
               PERFORM LOAD-ONE-AUTH-ROW UNTIL auth-eof
               CLOSE AUTH-FILE
               DISPLAY "AUTHORIZATION TABLE LOADED - "
                   auth-tbl-used " OPERATOR(S)"
           END-IF.

       LOAD-ONE-AUTH-ROW.
           IF auth-record = SPACES
               OR auth-record(1:1) = "*"
               CONTINUE
           ELSE
               IF auth-tbl-used < 20
                   ADD 1 TO auth-tbl-used
                   MOVE SPACES TO auth-id-alpha auth-verbs-alpha
                   UNSTRING auth-record DELIMITED BY ","
                       INTO auth-id-alpha
                            auth-verbs-alpha
                   END-UNSTRING
                   MOVE auth-id-alpha(1:8)
                       TO auth-opr-id(auth-tbl-used)
                   MOVE auth-verbs-alpha
                       TO auth-verbs(auth-tbl-used)
               ELSE
                   DISPLAY "AUTHORIZATION TABLE FULL - ROW "
                       "IGNORED: " FUNCTION TRIM(auth-record)
               END-IF
           END-IF

           READ AUTH-FILE INTO auth-record
               AT END SET auth-eof TO TRUE
           END-READ.

      ** Loads the amount RANGE rules out of PYZRULES. No rules
      *  dataset simply means no band applies.
       LOAD-RANGE-RULES.
           MOVE ZERO TO range-tbl-used
           MOVE "N" TO rules-eof-sw

           OPEN INPUT RULES-FILE
           IF rules-status NOT = "00"
               DISPLAY "NO BUSINESS RULES (PYZRULES) - ADJUSTED "
                   "AMOUNTS ARE NOT BAND-CHECKED"
           ELSE
               READ RULES-FILE INTO rules-record
                   AT END SET rules-eof TO TRUE
               END-READ
               PERFORM LOAD-ONE-RANGE-RULE UNTIL rules-eof
               CLOSE RULES-FILE
               DISPLAY "AMOUNT RANGE RULES LOADED - "
                   range-tbl-used " RULE(S)"
           END-IF.

      ** Keeps one field,type,qualifier,low,high,severity line when
      *  it is an amount RANGE rule, and reads the next.
       LOAD-ONE-RANGE-RULE.
           IF rules-record = SPACES
               OR rules-record(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO rule-field-alpha rule-type-alpha
                   rule-qual-alpha rule-low-alpha rule-high-alpha
                   rule-sev-alpha
               UNSTRING rules-record DELIMITED BY ","
                   INTO rule-field-alpha
                        rule-type-alpha
                        rule-qual-alpha
                        rule-low-alpha
                        rule-high-alpha
                        rule-sev-alpha
               END-UNSTRING
               IF rule-field-alpha = "amount"
                   AND rule-type-alpha = "RANGE"
                   IF range-tbl-used < 20
                       ADD 1 TO range-tbl-used
                       MOVE rule-qual-alpha
                           TO range-qual(range-tbl-used)
                       MOVE ZERO TO range-low(range-tbl-used)
                       MOVE ZERO TO range-high(range-tbl-used)
                       IF FUNCTION TEST-NUMVAL(rule-low-alpha) = ZERO
                           COMPUTE range-low(range-tbl-used) =
                               FUNCTION NUMVAL(rule-low-alpha)
                       END-IF
                       IF FUNCTION TEST-NUMVAL(rule-high-alpha)
                           = ZERO
                           COMPUTE range-high(range-tbl-used) =
                               FUNCTION NUMVAL(rule-high-alpha)
                       END-IF
                       IF rule-sev-alpha(1:1) = "E"
                           MOVE "E" TO range-sev(range-tbl-used)
                       ELSE
                           MOVE "W" TO range-sev(range-tbl-used)
                       END-IF
                   ELSE
                       DISPLAY "RANGE RULE TABLE FULL - LINE "
                           "IGNORED: " FUNCTION TRIM(rules-record)
                   END-IF
               END-IF
           END-IF

           READ RULES-FILE INTO rules-record
               AT END SET rules-eof TO TRUE
           END-READ.

      ** Finds the highest sequence number already on the
      *  adjustments dataset. No dataset yet means the first
      *  adjustment is number 1.
       FIND-LAST-SEQUENCE.
           MOVE ZERO TO last-adj-seq
           MOVE "N" TO adjust-eof-sw
           OPEN INPUT ADJUST-FILE
           IF adjust-status = "00"
               READ ADJUST-FILE INTO adjust-record
                   AT END SET adjust-eof TO TRUE
               END-READ
               PERFORM NOTE-ONE-SEQUENCE UNTIL adjust-eof
               CLOSE ADJUST-FILE
           END-IF
           DISPLAY "LAST ADJUSTMENT SEQUENCE ON FILE: " last-adj-seq.

       NOTE-ONE-SEQUENCE.
           IF adjust-record NOT = SPACES
               MOVE adjust-record TO adjust-detail
               IF aj-seq IS NUMERIC
                   AND aj-seq > last-adj-seq
                   MOVE aj-seq TO last-adj-seq
               END-IF
           END-IF
           READ ADJUST-FILE INTO adjust-record
               AT END SET adjust-eof TO TRUE
           END-READ.

      ** Establishes the keying operator.
       SET-MAKER-IDENTITY.
           IF card-oper1 = SPACES
               DISPLAY "OPR CARD NEEDS AN OPERATOR ID"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE card-oper1(1:8) TO maker-id
               DISPLAY "KEYING OPERATOR SET: " maker-id
           END-IF.

      ** Establishes the approving operator.
       SET-APPROVER-IDENTITY.
           IF card-oper1 = SPACES
               DISPLAY "APR CARD NEEDS AN OPERATOR ID"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE card-oper1(1:8) TO approver-id
               DISPLAY "APPROVING OPERATOR SET: " approver-id
           END-IF.

      ** Establishes the legal entity of the ADJ cards that
      *  follow.
       SET-ADJUSTMENT-ENTITY.
           IF card-oper1 = SPACES
               OR card-oper1(5:16) NOT = SPACES
               DISPLAY "ENT CARD NEEDS A LEGAL ENTITY OF UP TO 4 "
                   "CHARACTERS"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION UPPER-CASE(card-oper1(1:4))
                   TO adj-entity
               DISPLAY "LEGAL ENTITY SET: " adj-entity
           END-IF.

      ** Validates and posts one ADJ card. Every check runs before
      *  anything is written; the first failure refuses the card.
       POST-ADJUSTMENT.
           MOVE "N" TO adj-refused-sw
           MOVE "N" TO adj-warned-sw
           MOVE SPACES TO pyaudit-action
           MOVE maker-id TO pyaudit-maker
           MOVE approver-id TO pyaudit-operator

           PERFORM CHECK-ADJ-AUTHORITY
           IF NOT adj-refused
               PERFORM VALIDATE-ADJUSTMENT-CARD
           END-IF
           IF NOT adj-refused
               PERFORM READ-ADJUSTED-RECORD
           END-IF
           IF NOT adj-refused
               PERFORM SCAN-PRIOR-ADJUSTMENTS
           END-IF
           IF NOT adj-refused
               PERFORM CHECK-AMOUNT-BANDS
           END-IF

           IF adj-refused
               ADD 1 TO refused-count
               IF pyaudit-action = SPACES
                   MOVE "ADJ_REFUSED" TO pyaudit-action
               END-IF
               MOVE 8 TO pyaudit-rc
               PERFORM WRITE-AUDIT-RECORD
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM WRITE-ADJUSTMENT-LINE
           END-IF
           MOVE SPACES TO pyaudit-operator pyaudit-maker.

      ** Both identities must be present, different people, and
      *  authorized for ADJ (or *). A deck that would let one
      *  operator approve their own correction is refused and
      *  alerted - separation of duties is the point.
       CHECK-ADJ-AUTHORITY.
           EVALUATE TRUE
               WHEN maker-id = SPACES
                   DISPLAY "ADJ REFUSED - NO OPR IDENTITY CARD AT "
                       "THE TOP OF THE DECK"
                   SET adj-refused TO TRUE
               WHEN approver-id = SPACES
                   DISPLAY "ADJ REFUSED - NO APR APPROVER CARD AT "
                       "THE TOP OF THE DECK"
                   SET adj-refused TO TRUE
               WHEN approver-id = maker-id
                   DISPLAY "ADJ REFUSED - OPERATOR " maker-id
                       " CANNOT APPROVE THEIR OWN ADJUSTMENT"
                   SET adj-refused TO TRUE
               WHEN OTHER
                   MOVE maker-id TO check-id
                   PERFORM CHECK-ONE-AUTHORITY
                   IF adj-authorized
                       MOVE approver-id TO check-id
                       PERFORM CHECK-ONE-AUTHORITY
                   END-IF
                   IF NOT adj-authorized
                       SET adj-refused TO TRUE
                   END-IF
           END-EVALUATE
           IF adj-refused
               MOVE "ADJ_UNAUTHORIZED" TO pyaudit-action
               PERFORM ISSUE-OPERATOR-ALERT
           END-IF.

      ** Checks check-id against the authorization table for the
      *  ADJ verb.
       CHECK-ONE-AUTHORITY.
           MOVE "N" TO adj-auth-sw
           MOVE ZERO TO auth-match-idx
           PERFORM SCAN-AUTH-ENTRY
               VARYING auth-scan-idx FROM 1 BY 1
               UNTIL auth-scan-idx > auth-tbl-used
                   OR auth-match-idx NOT = ZERO
           IF auth-match-idx = ZERO
               DISPLAY "ADJ REFUSED - OPERATOR " check-id
                   " IS NOT IN THE AUTHORIZATION DATASET"
           ELSE
               IF auth-verbs(auth-match-idx)(1:1) = "*"
                   SET adj-authorized TO TRUE
               ELSE
                   MOVE ZERO TO auth-hit-count
                   INSPECT auth-verbs(auth-match-idx)
                       TALLYING auth-hit-count
                       FOR ALL "ADJ"
                   IF auth-hit-count NOT = ZERO
                       SET adj-authorized TO TRUE
                   ELSE
                       DISPLAY "ADJ REFUSED - OPERATOR " check-id
                           " IS NOT AUTHORIZED FOR ADJUSTMENTS"
                   END-IF
               END-IF
           END-IF.

       SCAN-AUTH-ENTRY.
           IF auth-opr-id(auth-scan-idx) = check-id
               MOVE auth-scan-idx TO auth-match-idx
           END-IF.

      ** Checks the card's own fields: numeric id, a signed non-zero
      *  amount that fits the master's amount picture, a known
      *  reason code, and a reference.
       VALIDATE-ADJUSTMENT-CARD.
           MOVE SPACES TO adj-reason adj-reference
           MOVE card-oper3(1:4) TO adj-reason
           MOVE card-oper4(1:16) TO adj-reference
           EVALUATE TRUE
               WHEN FUNCTION TEST-NUMVAL(card-oper1) NOT = ZERO
                   DISPLAY "ADJ REFUSED - ID IS NOT NUMERIC: "
                       card-oper1
                   SET adj-refused TO TRUE
               WHEN FUNCTION TEST-NUMVAL(card-oper2) NOT = ZERO
                   DISPLAY "ADJ REFUSED - AMOUNT IS NOT NUMERIC: "
                       card-oper2
                   SET adj-refused TO TRUE
               WHEN card-oper3 = SPACES
                   DISPLAY "ADJ REFUSED - NO REASON CODE"
                   SET adj-refused TO TRUE
               WHEN card-oper4 = SPACES
                   DISPLAY "ADJ REFUSED - NO REFERENCE"
                   SET adj-refused TO TRUE
               WHEN card-oper4(17:4) NOT = SPACES
                   DISPLAY "ADJ REFUSED - REFERENCE LONGER THAN 16 "
                       "CHARACTERS: " card-oper4
                   SET adj-refused TO TRUE
               WHEN OTHER
                   COMPUTE adj-lookup-id = FUNCTION NUMVAL(card-oper1)
                   COMPUTE adj-amount-work =
                       FUNCTION NUMVAL(card-oper2)
                   IF adj-amount-work = ZERO
                       DISPLAY "ADJ REFUSED - A ZERO ADJUSTMENT "
                           "CORRECTS NOTHING"
                       SET adj-refused TO TRUE
                   END-IF
                   IF adj-amount-work > 999999999.99
                       OR adj-amount-work < -999999999.99
                       DISPLAY "ADJ REFUSED - AMOUNT TOO LARGE: "
                           card-oper2
                       SET adj-refused TO TRUE
                   END-IF
                   MOVE adj-amount-work TO adj-amount
                   MOVE ZERO TO reason-match-idx
                   IF card-oper3(5:16) = SPACES
                       PERFORM SCAN-REASON-CODE
                           VARYING reason-idx FROM 1 BY 1
                           UNTIL reason-idx > 7
                               OR reason-match-idx NOT = ZERO
                   END-IF
                   IF reason-match-idx = ZERO
                       DISPLAY "ADJ REFUSED - UNKNOWN REASON CODE: "
                           card-oper3
                       SET adj-refused TO TRUE
                   END-IF
           END-EVALUATE.

       SCAN-REASON-CODE.
           IF reason-code(reason-idx) = adj-reason
               MOVE reason-idx TO reason-match-idx
           END-IF.

      ** The record being adjusted must be on the master.
       READ-ADJUSTED-RECORD.
           MOVE adj-lookup-id TO vsam-mst-id
           MOVE adj-entity TO vsam-mst-entity
           READ VSAM-MASTER-FILE
               INVALID KEY
                   DISPLAY "ADJ REFUSED - ID " adj-lookup-id
                       " NOT FOUND ON MASTER FOR ENTITY " adj-entity
                   SET adj-refused TO TRUE
           END-READ.

      ** Reads the adjustments already posted: the same reference
      *  posted twice is a double posting and is refused, and the
      *  record's earlier adjustments are totalled so the bands are
      *  checked against where the record really stands. A line
      *  posted before adjustments carried the entity is 0001's.
       SCAN-PRIOR-ADJUSTMENTS.
           MOVE ZERO TO prior-adj-total
           MOVE "N" TO dup-reference-sw
           MOVE "N" TO adjust-eof-sw
           OPEN INPUT ADJUST-FILE
           IF adjust-status = "00"
               READ ADJUST-FILE INTO adjust-record
                   AT END SET adjust-eof TO TRUE
               END-READ
               PERFORM CHECK-ONE-PRIOR-ADJUSTMENT UNTIL adjust-eof
               CLOSE ADJUST-FILE
           END-IF
           IF dup-reference
               DISPLAY "ADJ REFUSED - REFERENCE " adj-reference
                   " IS ALREADY POSTED"
               SET adj-refused TO TRUE
           END-IF.

       CHECK-ONE-PRIOR-ADJUSTMENT.
           IF adjust-record NOT = SPACES
               MOVE adjust-record TO adjust-detail
               IF aj-reference = adj-reference
                   SET dup-reference TO TRUE
               END-IF
               PERFORM SET-LINE-ENTITY
               IF aj-id = adj-lookup-id
                   AND aj-entity-eff = adj-entity
                   AND FUNCTION TEST-NUMVAL(aj-amount) = ZERO
                   COMPUTE aj-amount-num = FUNCTION NUMVAL(aj-amount)
                   ADD aj-amount-num TO prior-adj-total
               END-IF
           END-IF
           READ ADJUST-FILE INTO adjust-record
               AT END SET adjust-eof TO TRUE
           END-READ.

       SET-LINE-ENTITY.
           IF aj-entity = SPACES
               MOVE default-entity TO aj-entity-eff
           ELSE
               MOVE aj-entity TO aj-entity-eff
           END-IF.

      ** Applies every amount RANGE rule for the record's region
      *  (or *) to the adjusted amount - the master amount plus all
      *  its adjustments, this one included. An E band refuses the
      *  card; a W band posts it with a warning and RC=4.
       CHECK-AMOUNT-BANDS.
           COMPUTE adjusted-amount = vsam-mst-amount
               + prior-adj-total + adj-amount
           PERFORM CHECK-ONE-AMOUNT-BAND
               VARYING range-idx FROM 1 BY 1
               UNTIL range-idx > range-tbl-used.

       CHECK-ONE-AMOUNT-BAND.
           MOVE ZERO TO rule-qual-hit
           IF range-qual(range-idx)(1:1) = "*"
               MOVE 1 TO rule-qual-hit
           ELSE
               INSPECT range-qual(range-idx)
                   TALLYING rule-qual-hit
                   FOR ALL vsam-mst-region
           END-IF
           IF rule-qual-hit NOT = ZERO
               AND (adjusted-amount < range-low(range-idx)
                   OR adjusted-amount > range-high(range-idx))
               MOVE adjusted-amount TO total-edit
               IF range-sev(range-idx) = "E"
                   DISPLAY "ADJ REFUSED - ADJUSTED AMOUNT "
                       total-edit " IS OUTSIDE THE "
                       vsam-mst-region " AMOUNT RANGE"
                   SET adj-refused TO TRUE
               ELSE
                   DISPLAY "WARNING - ADJUSTED AMOUNT " total-edit
                       " IS OUTSIDE THE " vsam-mst-region
                       " AMOUNT RANGE"
                   SET adj-warned TO TRUE
               END-IF
           END-IF.

      ** Appends the validated adjustment to the adjustments
      *  dataset under the next sequence number.
       WRITE-ADJUSTMENT-LINE.
           OPEN EXTEND ADJUST-FILE
           IF adjust-status = "35"
               OPEN OUTPUT ADJUST-FILE
           END-IF
           IF adjust-status NOT = "00"
               DISPLAY "UNABLE TO OPEN ADJUST DD, STATUS="
                   adjust-status " - ADJUSTMENT NOT POSTED"
               ADD 1 TO refused-count
               MOVE "ADJ_POST_FAILED" TO pyaudit-action
               MOVE 16 TO pyaudit-rc
               PERFORM ISSUE-OPERATOR-ALERT
               PERFORM WRITE-AUDIT-RECORD
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO last-adj-seq
               MOVE FUNCTION CURRENT-DATE TO aj-ts
               MOVE last-adj-seq TO aj-seq
               MOVE today-yyyymmdd TO aj-date
               MOVE vsam-mst-id TO aj-id
               MOVE vsam-mst-region TO aj-region
               MOVE adj-amount TO aj-amount
               MOVE adj-reason TO aj-reason
               MOVE adj-reference TO aj-reference
               MOVE maker-id TO aj-maker
               MOVE approver-id TO aj-approver
               MOVE vsam-mst-amount TO aj-orig-amount
               MOVE pyaudit-runid TO aj-runid
               MOVE vsam-mst-entity TO aj-entity
               MOVE adjust-detail TO adjust-record
               WRITE adjust-record
               CLOSE ADJUST-FILE
               ADD 1 TO posted-count
               MOVE adj-amount TO amount-edit
               DISPLAY "ADJUSTMENT " aj-seq " POSTED: ID "
                   aj-id " ENTITY " aj-entity
                   " REGION " aj-region " AMOUNT "
                   amount-edit " " reason-text(reason-match-idx)
               MOVE "ADJ_POSTED" TO pyaudit-action
               IF adj-warned
                   MOVE 4 TO pyaudit-rc
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE ZERO TO pyaudit-rc
               END-IF
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      ** Prints every adjustment posted on one day, with who keyed
      *  and who approved each, and the day's net total.
       PRINT-ADJUSTMENT-REGISTER.
           IF card-oper1 = SPACES
               MOVE today-yyyymmdd TO reg-date
           ELSE
               MOVE card-oper1(1:8) TO reg-date
           END-IF
           IF reg-date IS NOT NUMERIC
               OR card-oper1(9:12) NOT = SPACES
               DISPLAY "REG CARD DATE MUST BE YYYYMMDD: " card-oper1
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO reg-line-count
               MOVE ZERO TO reg-total
               DISPLAY "ADJUSTMENT REGISTER FOR " reg-date
               DISPLAY "  SEQ      ID       ENT  RGN  AMOUNT        "
                   "RSN  REFERENCE        KEYED BY APPROVED BY"
               MOVE "N" TO adjust-eof-sw
               OPEN INPUT ADJUST-FILE
               IF adjust-status = "00"
                   READ ADJUST-FILE INTO adjust-record
                       AT END SET adjust-eof TO TRUE
                   END-READ
                   PERFORM PRINT-ONE-REGISTER-LINE UNTIL adjust-eof
                   CLOSE ADJUST-FILE
               END-IF
               MOVE reg-total TO total-edit
               DISPLAY "  ADJUSTMENTS=" reg-line-count
                   " NET AMOUNT=" total-edit
           END-IF.

       PRINT-ONE-REGISTER-LINE.
           IF adjust-record NOT = SPACES
               MOVE adjust-record TO adjust-detail
               IF aj-date = reg-date
                   ADD 1 TO reg-line-count
                   MOVE ZERO TO aj-amount-num
                   IF FUNCTION TEST-NUMVAL(aj-amount) = ZERO
                       COMPUTE aj-amount-num =
                           FUNCTION NUMVAL(aj-amount)
                   END-IF
                   ADD aj-amount-num TO reg-total
                   MOVE aj-amount-num TO amount-edit
                   PERFORM SET-LINE-ENTITY
                   DISPLAY "  " aj-seq " " aj-id " " aj-entity-eff
                       " " aj-region " "
                       amount-edit " " aj-reason " " aj-reference
                       " " aj-maker " " aj-approver
               END-IF
           END-IF
           READ ADJUST-FILE INTO adjust-record
               AT END SET adjust-eof TO TRUE
           END-READ.

       COPY PYWTOWRT.
       COPY PYAUDWRT.
