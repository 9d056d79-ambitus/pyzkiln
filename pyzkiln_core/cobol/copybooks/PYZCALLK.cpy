      *  calendar. COPY as its own paragraphs in the PROCEDURE
      *  DIVISION; see PYZCALWS for the calling protocol.
       LOAD-SITE-CALENDAR.
           MOVE ZERO TO cal-holiday-used cal-procday-used
               cal-weekend-used cal-year-used
           MOVE ZERO TO cal-loaded-through cal-holiday-thru
           MOVE "N" TO cal-dataset-sw
           MOVE "N" TO pyzcal-eof-sw
      ** The shipped default week: Monday through Friday.
           MOVE "Y" TO cal-workday-flag(1) cal-workday-flag(2)
           IF pyzcal-status NOT = "00"
               CONTINUE
           ELSE
               SET cal-dataset-loaded TO TRUE
               READ PYZCAL-FILE INTO pyzcal-record
                   AT END SET pyzcal-eof TO TRUE
               END-READ
               END-UNSTRING
               EVALUATE cal-kind-alpha
                   WHEN "HOLIDAY"
                       IF cal-holiday-used < 300
                           ADD 1 TO cal-holiday-used
                           MOVE cal-value-alpha(1:4) TO
                               cal-holiday-entry
                           MOVE cal-value-alpha(9:2) TO
                               cal-holiday-entry
                                   (cal-holiday-used)(7:2)
                           IF cal-value-alpha(1:4) IS NUMERIC
                               STRING cal-value-alpha(1:4) "1231"
                                   DELIMITED BY SIZE
                                   INTO cal-line-date-x
                               END-STRING
                               IF cal-line-date > cal-holiday-thru
                                   MOVE cal-line-date
                                       TO cal-holiday-thru
                               END-IF
                           END-IF
                       ELSE
                           DISPLAY "CALENDAR HOLIDAY TABLE FULL - "
                               "LINE IGNORED: "
                       END-IF
                   WHEN "WORKDAYS"
                       PERFORM SET-CALENDAR-WORKDAYS
                   WHEN "PROCDAY"
                       IF cal-procday-used < 100
                           ADD 1 TO cal-procday-used
                           STRING cal-value-alpha(1:4)
                               cal-value-alpha(6:2)
                               cal-value-alpha(9:2)
                               DELIMITED BY SIZE
                               INTO cal-procday-entry
                                   (cal-procday-used)
                           END-STRING
                       ELSE
                           DISPLAY "CALENDAR PROCDAY TABLE FULL - "
                               "LINE IGNORED: "
                               FUNCTION TRIM(pyzcal-record)
                       END-IF
                   WHEN "WEEKEND"
                       IF cal-weekend-used < 1200
                           ADD 1 TO cal-weekend-used
                           STRING cal-value-alpha(1:4)
                               cal-value-alpha(6:2)
                               cal-value-alpha(9:2)
                               DELIMITED BY SIZE
                               INTO cal-weekend-entry
                                   (cal-weekend-used)
                           END-STRING
                       ELSE
                           DISPLAY "CALENDAR WEEKEND TABLE FULL - "
                               "LINE IGNORED: "
                               FUNCTION TRIM(pyzcal-record)
                       END-IF
                   WHEN "YEAR"
                       IF cal-year-used < 20
                           AND cal-value-alpha(1:4) IS NUMERIC
                           ADD 1 TO cal-year-used
                           MOVE cal-value-alpha(1:4)
                               TO cal-year-entry(cal-year-used)
                           STRING cal-value-alpha(1:4) "1231"
                               DELIMITED BY SIZE
                               INTO cal-line-date-x
                           END-STRING
                           IF cal-line-date > cal-loaded-through
                               MOVE cal-line-date
                                   TO cal-loaded-through
                           END-IF
                       ELSE
                           DISPLAY "CALENDAR YEAR LINE IGNORED: "
                               FUNCTION TRIM(pyzcal-record)
                       END-IF
                   WHEN OTHER
                       DISPLAY "UNRECOGNIZED CALENDAR LINE "
                           "IGNORED: "
      *  processing day: a flagged weekday that is not a holiday.
      *  Day 1 of the date-integer scale is a Monday, which is what
      *  anchors the weekday arithmetic.
      *  In a year whose skeleton is loaded, the skeleton's WEEKEND
      *  days stand in for the weekday flags; a PROCDAY exception
      *  makes any date a processing day.
       CHECK-BUSINESS-DAY.
           MOVE "Y" TO cal-business-sw
           MOVE "N" TO cal-year-loaded-sw
           PERFORM SCAN-CAL-YEAR
               VARYING cal-year-scan FROM 1 BY 1
               UNTIL cal-year-scan > cal-year-used
           IF cal-year-loaded
               PERFORM SCAN-CAL-WEEKEND
                   VARYING cal-weekend-scan FROM 1 BY 1
                   UNTIL cal-weekend-scan > cal-weekend-used
           ELSE
               COMPUTE cal-check-int =
                   FUNCTION INTEGER-OF-DATE(cal-check-date)
               COMPUTE cal-check-dow =
                   FUNCTION MOD(cal-check-int - 1, 7) + 1
               IF cal-workday-flag(cal-check-dow) NOT = "Y"
                   MOVE "N" TO cal-business-sw
               END-IF
           END-IF
           PERFORM SCAN-CAL-HOLIDAY
               VARYING cal-holiday-scan FROM 1 BY 1
               UNTIL cal-holiday-scan > cal-holiday-used
           PERFORM SCAN-CAL-PROCDAY
               VARYING cal-procday-scan FROM 1 BY 1
               UNTIL cal-procday-scan > cal-procday-used.

       SCAN-CAL-HOLIDAY.
           IF cal-holiday-entry(cal-holiday-scan)
               MOVE "N" TO cal-business-sw
           END-IF.

       SCAN-CAL-YEAR.
           IF cal-year-entry(cal-year-scan) = cal-check-date-x(1:4)
               SET cal-year-loaded TO TRUE
           END-IF.

       SCAN-CAL-WEEKEND.
           IF cal-weekend-entry(cal-weekend-scan)
               = cal-check-date-x
               MOVE "N" TO cal-business-sw
           END-IF.

       SCAN-CAL-PROCDAY.
           IF cal-procday-entry(cal-procday-scan)
               = cal-check-date-x
               MOVE "Y" TO cal-business-sw
           END-IF.

      ** Works out cal-loaded-through and cal-days-left - how many
      *  days of calendar remain loaded after today.
       COMPUTE-CALENDAR-HORIZON.
           IF cal-loaded-through = ZERO
               MOVE cal-holiday-thru TO cal-loaded-through
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO cal-today-date
           IF cal-loaded-through = ZERO
               OR FUNCTION TEST-DATE-YYYYMMDD(cal-loaded-through)
                   NOT = ZERO
               MOVE ZERO TO cal-loaded-through
               MOVE ZERO TO cal-days-left
           ELSE
               COMPUTE cal-days-left =
                   FUNCTION INTEGER-OF-DATE(cal-loaded-through)
                   - FUNCTION INTEGER-OF-DATE(cal-today-date)
           END-IF.

      ** Finds the next business day after today, as a dashed
      *  yyyy-mm-dd in cal-next-bday - what a date rule means by
      *  "dated next business day". The guard stops a calendar
