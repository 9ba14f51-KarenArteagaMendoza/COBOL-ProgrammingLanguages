       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayCalendarReport.

      *> Prints the payroll calendar for a year off PAYCAL.DAT: each
      *> period's input cutoff, earliest run date, and pay date with
      *> the day of the week, a flag where the pay day was brought
      *> forward off a weekend or holiday or keyed by hand, and then
      *> the year's bank holidays. A month with no calendar record
      *> is listed as missing - a live cycle for it would run with
      *> no cutoff and no value date - and makes the run RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCAL-FILE ASSIGN DYNAMIC WS-PAYCAL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-PERIOD
               FILE STATUS IS WS-PAYCAL-STATUS.

           SELECT HOLIDAY-FILE ASSIGN DYNAMIC WS-HOLIDAY-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-DATE
               FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYCAL-FILE.
           COPY "paycal.cpy".

       FD HOLIDAY-FILE.
           COPY "holiday.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PAYCAL-FILE-NAME  PIC X(40) VALUE "PAYCAL.DAT".
       01 WS-HOLIDAY-FILE-NAME PIC X(40) VALUE "HOLIDAY.DAT".
       01 WS-PAYCAL-STATUS   PIC X(2) VALUE SPACE.
       01 WS-HOLIDAY-STATUS  PIC X(2) VALUE SPACE.
       01 WS-AT-END          PIC X VALUE "N".

       *> The year comes off the SYSIN card; 0 is the current year.
       01 WS-REPORT-YEAR     PIC 9(4) VALUE 0.
       01 WS-MONTH           PIC 9(2).
       01 WS-PERIOD          PIC 9(6).
       01 WS-PERIODS-FOUND   PIC 9(2) VALUE 0.
       01 WS-PERIODS-MISSING PIC 9(2) VALUE 0.
       01 WS-HOLIDAY-COUNT   PIC 9(3) VALUE 0.

       *> Day names by the integer calendar, day 1 being a Monday.
       01 WS-DAY-NAMES       PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 WS-DAY-DATE        PIC 9(8).
       01 WS-DAY-INDEX       PIC 9(1).
       01 WS-CUTOFF-DAY      PIC X(3).
       01 WS-RUN-DAY         PIC X(3).
       01 WS-PAY-DAY         PIC X(3).
       01 WS-HOLIDAY-DAY     PIC X(3).
       01 WS-DAY-NAME        PIC X(3).
       01 WS-NOTE            PIC X(24).

      *> Run-control record stamped onto RUNLOG.DAT at end of run.
           COPY "runlogrec.cpy".

       PROCEDURE DIVISION.

           *> This program can be CALLed more than once per run unit,
           *> and GnuCOBOL only reinitializes WORKING-STORAGE to its
           *> VALUE clauses on the first CALL, so the counters have to
           *> be put back by hand here.
           MOVE 0 TO WS-PERIODS-FOUND
           MOVE 0 TO WS-PERIODS-MISSING
           MOVE 0 TO WS-HOLIDAY-COUNT

           ACCEPT WS-PAYCAL-FILE-NAME FROM ENVIRONMENT "PAYCAL"
               ON EXCEPTION
                   MOVE "PAYCAL.DAT" TO WS-PAYCAL-FILE-NAME
           END-ACCEPT
           ACCEPT WS-HOLIDAY-FILE-NAME FROM ENVIRONMENT "HOLIDAYS"
               ON EXCEPTION
                   MOVE "HOLIDAY.DAT" TO WS-HOLIDAY-FILE-NAME
           END-ACCEPT

           MOVE SPACES TO RUNLOG-RECORD
           MOVE "PayCalendarReport" TO RL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE TO RL-START-STAMP
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED

           DISPLAY "Enter calendar year (YYYY, 0 = current year):"
           ACCEPT WS-REPORT-YEAR
           IF WS-REPORT-YEAR = 0
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-REPORT-YEAR
           END-IF

           OPEN INPUT PAYCAL-FILE
           IF WS-PAYCAL-STATUS NOT = "00"
               DISPLAY "Unable to open PAYCAL.DAT - status "
                   WS-PAYCAL-STATUS "."
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "Payroll Calendar " WS-REPORT-YEAR
           DISPLAY " "
           DISPLAY "PERIOD CUTOFF       RUN FROM     PAY DATE     NOTE"
           DISPLAY "------ ------------ ------------ ------------ "
               "------------------------"

           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
               COMPUTE WS-PERIOD = WS-REPORT-YEAR * 100 + WS-MONTH
               MOVE WS-PERIOD TO CL-PERIOD
               READ PAYCAL-FILE
                   INVALID KEY
                       ADD 1 TO WS-PERIODS-MISSING
                       DISPLAY WS-PERIOD " ** NO CALENDAR FOR THIS"
                           " PERIOD **"
                   NOT INVALID KEY
                       ADD 1 TO WS-PERIODS-FOUND
                       PERFORM PRINT-ONE-PERIOD
               END-READ
           END-PERFORM

           CLOSE PAYCAL-FILE

           PERFORM PRINT-HOLIDAYS

           DISPLAY " "
           DISPLAY "Periods on the calendar: " WS-PERIODS-FOUND
               "  missing: " WS-PERIODS-MISSING
               "  holidays: " WS-HOLIDAY-COUNT

           MOVE WS-PERIODS-FOUND TO RL-RECORDS-READ
           MOVE WS-PERIODS-FOUND TO RL-RECORDS-WRITTEN
           MOVE WS-PERIODS-MISSING TO RL-RECORDS-SKIPPED
           IF WS-PERIODS-MISSING > 0
               MOVE "EXC" TO RL-FINAL-STATUS
           ELSE
               MOVE "OK" TO RL-FINAL-STATUS
           END-IF
           CALL "RunLogger" USING RUNLOG-RECORD

           *> RETURN-CODE is set after the last CALL: a CALLed
           *> subprogram's GOBACK replaces the register with its own
           *> zero.
           IF WS-PERIODS-MISSING > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

       PRINT-ONE-PERIOD.
           MOVE CL-CUTOFF-DATE TO WS-DAY-DATE
           PERFORM GET-DAY-NAME
           MOVE WS-DAY-NAME TO WS-CUTOFF-DAY
           MOVE CL-RUN-DATE TO WS-DAY-DATE
           PERFORM GET-DAY-NAME
           MOVE WS-DAY-NAME TO WS-RUN-DAY
           MOVE CL-PAY-DATE TO WS-DAY-DATE
           PERFORM GET-DAY-NAME
           MOVE WS-DAY-NAME TO WS-PAY-DAY

           MOVE SPACES TO WS-NOTE
           IF CL-SOURCE = "M"
               MOVE "KEYED BY HAND" TO WS-NOTE
           ELSE
               IF CL-PAY-DATE NOT = CL-NOMINAL-PAY-DATE
                   STRING "MOVED FROM " CL-NOMINAL-PAY-DATE
                       DELIMITED BY SIZE INTO WS-NOTE
               END-IF
           END-IF

           DISPLAY CL-PERIOD " " CL-CUTOFF-DATE " " WS-CUTOFF-DAY " "
               CL-RUN-DATE " " WS-RUN-DAY " " CL-PAY-DATE " "
               WS-PAY-DAY " " WS-NOTE.

       GET-DAY-NAME.
           IF WS-DAY-DATE < 16010101
               MOVE "???" TO WS-DAY-NAME
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-INDEX =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-DAY-DATE) - 1,
                   7) + 1
           MOVE WS-DAY-NAMES((WS-DAY-INDEX - 1) * 3 + 1:3)
               TO WS-DAY-NAME.

       PRINT-HOLIDAYS.
           *> No holiday table only means every weekday is a banking
           *> day, so it is noted rather than failed.
           DISPLAY " "
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS NOT = "00"
               DISPLAY "No HOLIDAY.DAT - status " WS-HOLIDAY-STATUS
                   ". Every weekday is a banking day."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Bank Holidays " WS-REPORT-YEAR
           DISPLAY "DATE         HOLIDAY"
           DISPLAY "------------ ------------------------------"

           COMPUTE HL-DATE = WS-REPORT-YEAR * 10000 + 101
           MOVE "N" TO WS-AT-END
           START HOLIDAY-FILE KEY >= HL-DATE
               INVALID KEY
                   MOVE "Y" TO WS-AT-END
           END-START

           PERFORM UNTIL WS-AT-END = "Y"
               READ HOLIDAY-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       IF HL-DATE(1:4) NOT = WS-REPORT-YEAR
                           MOVE "Y" TO WS-AT-END
                       ELSE
                           ADD 1 TO WS-HOLIDAY-COUNT
                           MOVE HL-DATE TO WS-DAY-DATE
                           PERFORM GET-DAY-NAME
                           MOVE WS-DAY-NAME TO WS-HOLIDAY-DAY
                           DISPLAY HL-DATE " " WS-HOLIDAY-DAY " "
                               HL-NAME
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HOLIDAY-FILE.
