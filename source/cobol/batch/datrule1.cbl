      * weekend, a posted holiday, or simply not on the calendar), the
      * response also carries the nearest prior and next business day
      * so the caller can reschedule processing instead of guessing.
      * "Today" is the caller's run date when it sends one - a night
      * that crosses midnight keeps its own date, and a parallel run
      * replaying a past night decides as that night did - and the
      * wall clock otherwise.
      * On a begin/end-run bracketed run CALENDAR-FILE is already
      * open, held open for every call of the run; a single-shot
      * caller that never sent begin-run still gets it opened here
           IF NOT WS-RUN-OPEN
               OPEN INPUT CALENDAR-FILE
           END-IF
           IF WS-API-RUN-DATE IS NUMERIC
                   AND WS-API-RUN-DATE > ZERO
               MOVE WS-API-RUN-DATE TO WS-CAL-TODAY
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CAL-TODAY
           END-IF
           MOVE WS-CAL-TODAY                TO WS-CAL-LOOKUP-DATE
           PERFORM CHECK-CALENDAR-DATE
           IF WS-CAL-FOUND AND CAL-BUSINESS-DAY
