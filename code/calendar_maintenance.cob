       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayCalendarMaintenance.

      *> Maintenance for the payroll calendar and the bank-holiday
      *> table behind it. Generate lays out a year's periods from the
      *> standing rules: the pay day is the last day of the month,
      *> brought forward to the banking day before when it falls on
      *> a weekend or a HOLIDAY.DAT date; the earliest run date is
      *> three banking days ahead of that, for the bank's lead time;
      *> the input cutoff is two banking days before the run. Change
      *> keys a period's dates by hand, and a hand-keyed period is
      *> left alone by a later Generate. PayrollCycle refuses a live
      *> run before the period's run date and stamps its pay date on
      *> BANKPAY.DAT and the payslips; PayCalendarReport prints the
      *> year.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCAL-FILE ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-PERIOD
               FILE STATUS IS WS-PAYCAL-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
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
       01 WS-PAYCAL-STATUS   PIC X(2) VALUE SPACE.
       01 WS-HOLIDAY-STATUS  PIC X(2) VALUE SPACE.
       01 WS-ACTION          PIC X VALUE SPACE.
       01 WS-FINISH          PIC X VALUE "N".
       01 WS-AT-END          PIC X VALUE "N".
       01 WS-FOUND           PIC X VALUE "N".
       01 WS-TODAY           PIC 9(8).

       *> Banking days the bank needs between the run and the pay
       *> date, and between the input cutoff and the run.
       01 WS-RUN-LEAD-DAYS   PIC 9(2) VALUE 3.
       01 WS-CUTOFF-LEAD-DAYS PIC 9(2) VALUE 2.

       01 WS-ASK-YEAR        PIC 9(4).
       01 WS-ASK-PERIOD      PIC 9(6).
       01 WS-MONTH           PIC 9(2).
       01 WS-NEXT-YEAR       PIC 9(4).
       01 WS-NEXT-MONTH      PIC 9(2).
       01 WS-FIRST-OF-NEXT   PIC 9(8).
       01 WS-GENERATED       PIC 9(2) VALUE 0.
       01 WS-KEPT            PIC 9(2) VALUE 0.

       *> Calendar arithmetic works on the integer day number, so a
       *> step back across a month or a year end needs no special
       *> case. Day 1 of the integer calendar is a Monday.
       01 WS-WORK-DATE       PIC 9(8).
       01 WS-WORK-INT        PIC 9(8).
       01 WS-STEP-COUNT      PIC 9(2).
       01 WS-BANKING-DAY     PIC X VALUE "N".
       01 WS-NOMINAL-DATE    PIC 9(8).
       01 WS-NEW-CUTOFF      PIC 9(8).
       01 WS-NEW-RUN-DATE    PIC 9(8).
       01 WS-NEW-PAY-DATE    PIC 9(8).

       01 WS-CHECK-DATE      PIC 9(8).
       01 WS-CHECK-MONTH     PIC 9(2).
       01 WS-CHECK-DAY       PIC 9(2).
       01 WS-DATE-VALID      PIC X VALUE "N".
       01 WS-DATES-VALID     PIC X VALUE "N".

       01 WS-HOLIDAY-DATE    PIC 9(8).
       01 WS-HOLIDAY-NAME    PIC X(30).
       01 WS-HOLIDAY-COUNT   PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

           *> This program can be CALLed more than once per run unit,
           *> and GnuCOBOL only reinitializes WORKING-STORAGE to its
           *> VALUE clauses on the first CALL, so the session switches
           *> have to be put back by hand here.
           MOVE SPACE TO WS-ACTION
           MOVE "N"   TO WS-FINISH
           MOVE "N"   TO WS-AT-END
           MOVE "N"   TO WS-FOUND
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           OPEN I-O PAYCAL-FILE
           IF WS-PAYCAL-STATUS = "35"
               DISPLAY "PAYCAL.DAT does not exist yet - creating it."
               OPEN OUTPUT PAYCAL-FILE
               CLOSE PAYCAL-FILE
               OPEN I-O PAYCAL-FILE
           END-IF

           OPEN I-O HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS = "35"
               DISPLAY "HOLIDAY.DAT does not exist yet - creating it."
               OPEN OUTPUT HOLIDAY-FILE
               CLOSE HOLIDAY-FILE
               OPEN I-O HOLIDAY-FILE
           END-IF

           IF WS-PAYCAL-STATUS NOT = "00"
                   OR WS-HOLIDAY-STATUS NOT = "00"
               DISPLAY "Unable to open PAYCAL.DAT/HOLIDAY.DAT - status "
                   WS-PAYCAL-STATUS "/" WS-HOLIDAY-STATUS "."
           ELSE
               PERFORM UNTIL WS-FINISH = "Y"
                   DISPLAY "Generate year, Change period, add Holiday,"
                       " Remove holiday, List holidays or eXit"
                       " (G/C/H/R/L/X)?"
                   ACCEPT WS-ACTION
                   MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION

                   EVALUATE WS-ACTION
                       WHEN "G"
                           PERFORM GENERATE-YEAR
                       WHEN "C"
                           PERFORM CHANGE-PERIOD
                       WHEN "H"
                           PERFORM ADD-HOLIDAY
                       WHEN "R"
                           PERFORM REMOVE-HOLIDAY
                       WHEN "L"
                           PERFORM LIST-HOLIDAYS
                       WHEN "X"
                           MOVE "Y" TO WS-FINISH
                       WHEN OTHER
                           DISPLAY "Please enter G, C, H, R, L or X."
                   END-EVALUATE
               END-PERFORM
           END-IF

           IF WS-PAYCAL-STATUS NOT = "35"
               CLOSE PAYCAL-FILE
           END-IF
           IF WS-HOLIDAY-STATUS NOT = "35"
               CLOSE HOLIDAY-FILE
           END-IF

           DISPLAY "Done."
           GOBACK.

       GENERATE-YEAR.
           *> A period whose pay date has already gone by is history
           *> and is never moved; nor is a period keyed by hand.
           *> Everything else is laid out again, so generating a year
           *> a second time picks up holidays added since.
           DISPLAY "Enter year to generate (YYYY, 0 = current year):"
           ACCEPT WS-ASK-YEAR
           IF WS-ASK-YEAR = 0
               MOVE WS-TODAY(1:4) TO WS-ASK-YEAR
           END-IF
           IF WS-ASK-YEAR < 1601
               DISPLAY "Year " WS-ASK-YEAR " is not a usable year."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-GENERATED
           MOVE 0 TO WS-KEPT
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
               COMPUTE WS-ASK-PERIOD = WS-ASK-YEAR * 100 + WS-MONTH
               MOVE WS-ASK-PERIOD TO CL-PERIOD
               READ PAYCAL-FILE
                   INVALID KEY
                       PERFORM LAY-OUT-PERIOD
                       PERFORM FILL-GENERATED-PERIOD
                       WRITE PAYCAL-RECORD
                           INVALID KEY
                               DISPLAY "Unable to add period "
                                   WS-ASK-PERIOD "."
                           NOT INVALID KEY
                               ADD 1 TO WS-GENERATED
                       END-WRITE
                   NOT INVALID KEY
                       IF CL-SOURCE = "M"
                               OR CL-PAY-DATE < WS-TODAY
                           ADD 1 TO WS-KEPT
                       ELSE
                           PERFORM LAY-OUT-PERIOD
                           PERFORM FILL-GENERATED-PERIOD
                           REWRITE PAYCAL-RECORD
                               INVALID KEY
                                   DISPLAY "Unable to rewrite period "
                                       WS-ASK-PERIOD "."
                               NOT INVALID KEY
                                   ADD 1 TO WS-GENERATED
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "Year " WS-ASK-YEAR ": " WS-GENERATED
               " period(s) laid out, " WS-KEPT " kept as they were"
               " (hand-keyed or already paid).".

       LAY-OUT-PERIOD.
           *> Last day of the month is the day before the first of
           *> the next.
           MOVE WS-ASK-YEAR TO WS-NEXT-YEAR
           COMPUTE WS-NEXT-MONTH = WS-MONTH + 1
           IF WS-NEXT-MONTH > 12
               MOVE 1 TO WS-NEXT-MONTH
               ADD 1 TO WS-NEXT-YEAR
           END-IF
           COMPUTE WS-FIRST-OF-NEXT =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-FIRST-OF-NEXT) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               TO WS-NOMINAL-DATE

           MOVE WS-NOMINAL-DATE TO WS-WORK-DATE
           PERFORM BACK-TO-BANKING-DAY
           MOVE WS-WORK-DATE TO WS-NEW-PAY-DATE

           MOVE WS-RUN-LEAD-DAYS TO WS-STEP-COUNT
           PERFORM STEP-BACK-BANKING-DAYS
           MOVE WS-WORK-DATE TO WS-NEW-RUN-DATE

           MOVE WS-CUTOFF-LEAD-DAYS TO WS-STEP-COUNT
           PERFORM STEP-BACK-BANKING-DAYS
           MOVE WS-WORK-DATE TO WS-NEW-CUTOFF.

       FILL-GENERATED-PERIOD.
           MOVE WS-ASK-PERIOD   TO CL-PERIOD
           MOVE WS-NEW-CUTOFF   TO CL-CUTOFF-DATE
           MOVE WS-NEW-RUN-DATE TO CL-RUN-DATE
           MOVE WS-NEW-PAY-DATE TO CL-PAY-DATE
           MOVE WS-NOMINAL-DATE TO CL-NOMINAL-PAY-DATE
           MOVE "G"             TO CL-SOURCE
           MOVE WS-TODAY        TO CL-CHANGED-DATE.

       CHECK-BANKING-DAY.
           *> WS-WORK-DATE is a banking day unless it is a Saturday,
           *> a Sunday, or on HOLIDAY.DAT.
           MOVE "Y" TO WS-BANKING-DAY
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           IF FUNCTION MOD(WS-WORK-INT - 1, 7) >= 5
               MOVE "N" TO WS-BANKING-DAY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-DATE TO HL-DATE
           READ HOLIDAY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-BANKING-DAY
           END-READ.

       BACK-TO-BANKING-DAY.
           PERFORM CHECK-BANKING-DAY
           PERFORM UNTIL WS-BANKING-DAY = "Y"
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                   TO WS-WORK-DATE
               PERFORM CHECK-BANKING-DAY
           END-PERFORM.

       STEP-BACK-BANKING-DAYS.
           PERFORM UNTIL WS-STEP-COUNT = 0
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                   TO WS-WORK-DATE
               PERFORM BACK-TO-BANKING-DAY
               SUBTRACT 1 FROM WS-STEP-COUNT
           END-PERFORM.

       CHECK-DATE.
           *> A date that does not survive the trip to an integer day
           *> number and back (31 February, say) is no date at all.
           MOVE "N" TO WS-DATE-VALID
           MOVE WS-CHECK-DATE(5:2) TO WS-CHECK-MONTH
           MOVE WS-CHECK-DATE(7:2) TO WS-CHECK-DAY
           IF WS-CHECK-DATE < 16010101
                   OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
                   OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
           IF FUNCTION DATE-OF-INTEGER(WS-WORK-INT) = WS-CHECK-DATE
               MOVE "Y" TO WS-DATE-VALID
           END-IF.

       CHANGE-PERIOD.
           DISPLAY "Enter period (YYYYMM):"
           ACCEPT WS-ASK-PERIOD
           MOVE WS-ASK-PERIOD TO CL-PERIOD

           READ PAYCAL-FILE
               INVALID KEY
                   DISPLAY "No calendar for period " WS-ASK-PERIOD
                       " - Generate its year first."
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "Current cutoff " CL-CUTOFF-DATE "  run date "
               CL-RUN-DATE "  pay date " CL-PAY-DATE
           DISPLAY "Enter new input cutoff (YYYYMMDD, 0 = keep):"
           ACCEPT WS-NEW-CUTOFF
           IF WS-NEW-CUTOFF = 0
               MOVE CL-CUTOFF-DATE TO WS-NEW-CUTOFF
           END-IF
           DISPLAY "Enter new earliest run date (YYYYMMDD, 0 = keep):"
           ACCEPT WS-NEW-RUN-DATE
           IF WS-NEW-RUN-DATE = 0
               MOVE CL-RUN-DATE TO WS-NEW-RUN-DATE
           END-IF
           DISPLAY "Enter new pay date (YYYYMMDD, 0 = keep):"
           ACCEPT WS-NEW-PAY-DATE
           IF WS-NEW-PAY-DATE = 0
               MOVE CL-PAY-DATE TO WS-NEW-PAY-DATE
           END-IF

           PERFORM VALIDATE-PERIOD-DATES
           IF WS-DATES-VALID NOT = "Y"
               DISPLAY "Period " WS-ASK-PERIOD " not changed."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-CUTOFF   TO CL-CUTOFF-DATE
           MOVE WS-NEW-RUN-DATE TO CL-RUN-DATE
           MOVE WS-NEW-PAY-DATE TO CL-PAY-DATE
           MOVE "M"             TO CL-SOURCE
           MOVE WS-TODAY        TO CL-CHANGED-DATE
           REWRITE PAYCAL-RECORD
               INVALID KEY
                   DISPLAY "Unable to rewrite period " WS-ASK-PERIOD
                       "."
               NOT INVALID KEY
                   DISPLAY "Period " WS-ASK-PERIOD " updated - a"
                       " later Generate will leave it as keyed."
           END-REWRITE.

       VALIDATE-PERIOD-DATES.
           *> Inputs close before the run may start, the run comes no
           *> later than the pay date, and the run and the pay date
           *> are both days the bank is open.
           MOVE "N" TO WS-DATES-VALID

           MOVE WS-NEW-CUTOFF TO WS-CHECK-DATE
           PERFORM CHECK-DATE
           IF WS-DATE-VALID NOT = "Y"
               DISPLAY "Cutoff " WS-NEW-CUTOFF " is not a valid date."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-RUN-DATE TO WS-CHECK-DATE
           PERFORM CHECK-DATE
           IF WS-DATE-VALID NOT = "Y"
               DISPLAY "Run date " WS-NEW-RUN-DATE " is not a valid"
                   " date."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-PAY-DATE TO WS-CHECK-DATE
           PERFORM CHECK-DATE
           IF WS-DATE-VALID NOT = "Y"
               DISPLAY "Pay date " WS-NEW-PAY-DATE " is not a valid"
                   " date."
               EXIT PARAGRAPH
           END-IF

           IF WS-NEW-CUTOFF NOT < WS-NEW-RUN-DATE
               DISPLAY "The cutoff must fall before the run date."
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-RUN-DATE > WS-NEW-PAY-DATE
               DISPLAY "The run date cannot fall after the pay date."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-RUN-DATE TO WS-WORK-DATE
           PERFORM CHECK-BANKING-DAY
           IF WS-BANKING-DAY NOT = "Y"
               DISPLAY "Run date " WS-NEW-RUN-DATE " is not a banking"
                   " day."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-PAY-DATE TO WS-WORK-DATE
           PERFORM CHECK-BANKING-DAY
           IF WS-BANKING-DAY NOT = "Y"
               DISPLAY "Pay date " WS-NEW-PAY-DATE " is not a banking"
                   " day."
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-DATES-VALID.

       ADD-HOLIDAY.
           DISPLAY "Enter holiday date (YYYYMMDD):"
           ACCEPT WS-HOLIDAY-DATE
           MOVE WS-HOLIDAY-DATE TO WS-CHECK-DATE
           PERFORM CHECK-DATE
           IF WS-DATE-VALID NOT = "Y"
               DISPLAY WS-HOLIDAY-DATE " is not a valid date."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter holiday name:"
           ACCEPT WS-HOLIDAY-NAME

           MOVE WS-HOLIDAY-DATE TO HL-DATE
           MOVE WS-HOLIDAY-NAME TO HL-NAME
           WRITE HOLIDAY-RECORD
               INVALID KEY
                   DISPLAY WS-HOLIDAY-DATE " is already a holiday."
                   EXIT PARAGRAPH
           END-WRITE
           DISPLAY "Holiday added."

           *> The calendar is not moved behind the operator's back;
           *> a period already carrying this date is pointed out so
           *> it can be regenerated or keyed.
           MOVE WS-HOLIDAY-DATE(1:6) TO CL-PERIOD
           READ PAYCAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CL-CUTOFF-DATE = WS-HOLIDAY-DATE
                           OR CL-RUN-DATE = WS-HOLIDAY-DATE
                           OR CL-PAY-DATE = WS-HOLIDAY-DATE
                       DISPLAY "Period " CL-PERIOD " has a date on"
                           " this holiday - Generate its year again"
                           " or Change the period."
                   END-IF
           END-READ.

       REMOVE-HOLIDAY.
           DISPLAY "Enter holiday date to remove (YYYYMMDD):"
           ACCEPT WS-HOLIDAY-DATE
           MOVE WS-HOLIDAY-DATE TO HL-DATE
           DELETE HOLIDAY-FILE
               INVALID KEY
                   DISPLAY WS-HOLIDAY-DATE " is not on the holiday"
                       " table."
               NOT INVALID KEY
                   DISPLAY "Holiday removed. Generate its year again"
                       " to move a pay day back onto it."
           END-DELETE.

       LIST-HOLIDAYS.
           DISPLAY "Enter year to list (YYYY, 0 = current year):"
           ACCEPT WS-ASK-YEAR
           IF WS-ASK-YEAR = 0
               MOVE WS-TODAY(1:4) TO WS-ASK-YEAR
           END-IF

           COMPUTE HL-DATE = WS-ASK-YEAR * 10000 + 101
           MOVE "N" TO WS-AT-END
           MOVE 0 TO WS-HOLIDAY-COUNT
           START HOLIDAY-FILE KEY >= HL-DATE
               INVALID KEY
                   MOVE "Y" TO WS-AT-END
           END-START

           DISPLAY "DATE     HOLIDAY"
           DISPLAY "-------- ------------------------------"
           PERFORM UNTIL WS-AT-END = "Y"
               READ HOLIDAY-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       IF HL-DATE(1:4) NOT = WS-ASK-YEAR
                           MOVE "Y" TO WS-AT-END
                       ELSE
                           ADD 1 TO WS-HOLIDAY-COUNT
                           DISPLAY HL-DATE " " HL-NAME
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-HOLIDAY-COUNT " holiday(s) in " WS-ASK-YEAR ".".
