      *> comes off EMPLOYEE.DAT and terminated employees reprint
      *> like anyone else - they are the ones who ask most. Output
      *> goes to its own PAYSLIP.RPR file so a reprint can never
      *> clobber the month's cycle output. The leave lines come
      *> off LEAVEHIST.DAT, the snapshot the live cycle keeps of
      *> what each slip showed. A reprint is usually mailed, so
      *> each slip carries the mailing block off ADDRMAST.DAT under
      *> its banner.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLIP-STATUS.

           SELECT LEAVEHIST-FILE ASSIGN DYNAMIC WS-LEAVEHIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-LEAVEHIST-STATUS.

           SELECT ADDR-FILE ASSIGN DYNAMIC WS-ADDR-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-EMP-ID
               FILE STATUS IS WS-ADDR-STATUS.

           SELECT PAYCAL-FILE ASSIGN DYNAMIC WS-PAYCAL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-PERIOD
               FILE STATUS IS WS-PAYCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYHIST-FILE.
       FD SLIP-FILE.
       01 SLIP-REC            PIC X(40).

       FD LEAVEHIST-FILE.
           COPY "leavehist.cpy".

       FD ADDR-FILE.
           COPY "addrrec.cpy".

       FD PAYCAL-FILE.
           COPY "paycal.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PAYHIST-FILE-NAME PIC X(40) VALUE "PAYHIST.DAT".
       01 WS-EMP-FILE-NAME     PIC X(40) VALUE "EMPLOYEE.DAT".
       01 WS-SLIP-FILE-NAME    PIC X(40) VALUE "PAYSLIP.RPR".
       01 WS-LEAVEHIST-FILE-NAME PIC X(40) VALUE "LEAVEHIST.DAT".
       01 WS-ADDR-FILE-NAME    PIC X(40) VALUE "ADDRMAST.DAT".
       01 WS-PAYCAL-FILE-NAME  PIC X(40) VALUE "PAYCAL.DAT".

       01 WS-PAYHIST-STATUS  PIC X(2) VALUE SPACE.
       01 WS-EMP-STATUS      PIC X(2) VALUE SPACE.
       01 WS-SLIP-STATUS     PIC X(2) VALUE SPACE.
       01 WS-EMP-FILE-OK     PIC X VALUE "N".
       01 WS-LEAVEHIST-STATUS PIC X(2) VALUE SPACE.
       01 WS-LEAVEHIST-OK    PIC X VALUE "N".
       01 WS-LEAVEHIST-EOF   PIC X VALUE "N".
       01 WS-ADDR-STATUS     PIC X(2) VALUE SPACE.
       01 WS-ADDR-FILE-OK    PIC X VALUE "N".
       *> The pay date the original slip carried comes back off the
       *> payroll calendar; a period from before the calendar, or a
       *> supplemental run, reprints without one.
       01 WS-PAYCAL-STATUS   PIC X(2) VALUE SPACE.
       01 WS-PAYCAL-OK       PIC X VALUE "N".
       01 WS-ADDR-FOUND      PIC X VALUE "N".
       01 WS-AT-END          PIC X VALUE "N".
       01 WS-TRAILER-KEY     PIC 9(5) VALUE 99999.


       01 WS-SLIP-NAME       PIC X(30).

       *> The slip's leave figures off LEAVEHIST.DAT: unpaid days
       *> and what they cost, and each leave type's taken/balance.
       01 WS-UNPAID-TYPE     PIC X(4) VALUE "UNPD".
       01 WS-UNPAID-DAYS     PIC 9(3)V99 VALUE 0.
       01 WS-UNPAID-AMOUNT   PIC 9(7)V99 VALUE 0.
       01 WS-SLIPLV-COUNT    PIC 9(2) VALUE 0.
       01 WS-SLIPLV-INDEX    PIC 9(2).
       01 WS-SLIPLV-TABLE.
           05 WS-SLIPLV-ENTRY OCCURS 10 TIMES.
               10 WS-SLIPLV-TYPE    PIC X(4).
               10 WS-SLIPLV-TAKEN   PIC 9(3)V99.
               10 WS-SLIPLV-BALANCE PIC 9(3)V99.
       01 WS-LEAVE-DAYS-ED   PIC ZZ9.99.
       01 WS-LEAVE-BAL-ED    PIC ZZ9.99.

       *> The payslips' own edited pictures, so a reprint reads
       *> exactly like the original.
       01 MONTHLY-SALARY-ED  PIC $Z,ZZZ,ZZZ.99.
                   " IDs without names."
           END-IF

           *> Slips from before leave was kept simply reprint
           *> without leave lines.
           OPEN INPUT LEAVEHIST-FILE
           IF WS-LEAVEHIST-STATUS = "00"
               MOVE "Y" TO WS-LEAVEHIST-OK
           ELSE
               MOVE "N" TO WS-LEAVEHIST-OK
           END-IF

           OPEN INPUT ADDR-FILE
           IF WS-ADDR-STATUS = "00"
               MOVE "Y" TO WS-ADDR-FILE-OK
           ELSE
               MOVE "N" TO WS-ADDR-FILE-OK
               DISPLAY "Warning: unable to open ADDRMAST.DAT -"
                   " status " WS-ADDR-STATUS ". Reprints will carry"
                   " no mailing address."
           END-IF

           OPEN INPUT PAYCAL-FILE
           IF WS-PAYCAL-STATUS = "00"
               MOVE "Y" TO WS-PAYCAL-OK
           ELSE
               MOVE "N" TO WS-PAYCAL-OK
           END-IF

           OPEN OUTPUT SLIP-FILE
           IF WS-SLIP-STATUS NOT = "00"
               DISPLAY "Unable to open the reprint file - status "
           IF WS-EMP-FILE-OK = "Y"
               CLOSE EMP-FILE
           END-IF
           IF WS-LEAVEHIST-OK = "Y"
               CLOSE LEAVEHIST-FILE
           END-IF
           IF WS-ADDR-FILE-OK = "Y"
               CLOSE ADDR-FILE
           END-IF
           IF WS-PAYCAL-OK = "Y"
               CLOSE PAYCAL-FILE
           END-IF

           DISPLAY WS-SLIPS-WRITTEN " payslip(s) reprinted to "
               FUNCTION TRIM(WS-SLIP-FILE-NAME) "."
           ACCEPT WS-SLIP-FILE-NAME FROM ENVIRONMENT "PAYSLIPRPR"
               ON EXCEPTION
                   MOVE "PAYSLIP.RPR" TO WS-SLIP-FILE-NAME
           END-ACCEPT
           ACCEPT WS-LEAVEHIST-FILE-NAME FROM ENVIRONMENT "LEAVEHIST"
               ON EXCEPTION
                   MOVE "LEAVEHIST.DAT" TO WS-LEAVEHIST-FILE-NAME
           END-ACCEPT
           ACCEPT WS-ADDR-FILE-NAME FROM ENVIRONMENT "ADDRMAST"
               ON EXCEPTION
                   MOVE "ADDRMAST.DAT" TO WS-ADDR-FILE-NAME
           END-ACCEPT
           ACCEPT WS-PAYCAL-FILE-NAME FROM ENVIRONMENT "PAYCAL"
               ON EXCEPTION
                   MOVE "PAYCAL.DAT" TO WS-PAYCAL-FILE-NAME
           END-ACCEPT.

       REPRINT-ONE-EMPLOYEE.
               END-READ
           END-IF.

       LOAD-SLIP-LEAVE.
           MOVE 0 TO WS-UNPAID-DAYS
           MOVE 0 TO WS-UNPAID-AMOUNT
           MOVE 0 TO WS-SLIPLV-COUNT

           IF WS-LEAVEHIST-OK = "Y"
               MOVE PH-EMP-ID TO LH-EMP-ID
               MOVE PH-PERIOD TO LH-PERIOD
               MOVE LOW-VALUES TO LH-TYPE
               MOVE "N" TO WS-LEAVEHIST-EOF
               START LEAVEHIST-FILE KEY >= LH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-LEAVEHIST-EOF
               END-START
               PERFORM UNTIL WS-LEAVEHIST-EOF = "Y"
                   READ LEAVEHIST-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-LEAVEHIST-EOF
                       NOT AT END
                           IF LH-EMP-ID NOT = PH-EMP-ID
                                   OR LH-PERIOD NOT = PH-PERIOD
                               MOVE "Y" TO WS-LEAVEHIST-EOF
                           ELSE
                               PERFORM TAKE-SLIP-LEAVE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       TAKE-SLIP-LEAVE-RECORD.
           IF LH-TYPE = WS-UNPAID-TYPE
               MOVE LH-TAKEN  TO WS-UNPAID-DAYS
               MOVE LH-AMOUNT TO WS-UNPAID-AMOUNT
           ELSE
               IF WS-SLIPLV-COUNT < 10
                   ADD 1 TO WS-SLIPLV-COUNT
                   MOVE LH-TYPE TO WS-SLIPLV-TYPE(WS-SLIPLV-COUNT)
                   MOVE LH-TAKEN TO WS-SLIPLV-TAKEN(WS-SLIPLV-COUNT)
                   MOVE LH-BALANCE
                       TO WS-SLIPLV-BALANCE(WS-SLIPLV-COUNT)
               END-IF
           END-IF.

       WRITE-MAILING-BLOCK.
           *> Name and address for the envelope window, then a
           *> blank line. A slip for someone with no usable address
           *> says so, so it is not mailed to nowhere.
           MOVE "N" TO WS-ADDR-FOUND
           IF WS-ADDR-FILE-OK = "Y"
               MOVE PH-EMP-ID TO AD-EMP-ID
               READ ADDR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AD-LINE-1 NOT = SPACES
                               AND AD-CITY NOT = SPACES
                               AND AD-POSTAL-CODE NOT = SPACES
                           MOVE "Y" TO WS-ADDR-FOUND
                       END-IF
               END-READ
           END-IF

           MOVE SPACES TO SLIP-REC
           STRING WS-SLIP-NAME
               DELIMITED BY SIZE INTO SLIP-REC
           WRITE SLIP-REC

           IF WS-ADDR-FOUND = "Y"
               MOVE SPACES TO SLIP-REC
               STRING AD-LINE-1
                   DELIMITED BY SIZE INTO SLIP-REC
               WRITE SLIP-REC
               IF AD-LINE-2 NOT = SPACES
                   MOVE SPACES TO SLIP-REC
                   STRING AD-LINE-2
                       DELIMITED BY SIZE INTO SLIP-REC
                   WRITE SLIP-REC
               END-IF
               MOVE SPACES TO SLIP-REC
               STRING FUNCTION TRIM(AD-CITY) " "
                   FUNCTION TRIM(AD-REGION) "  " AD-POSTAL-CODE
                   DELIMITED BY SIZE INTO SLIP-REC
               WRITE SLIP-REC
               IF AD-COUNTRY NOT = SPACES
                   MOVE SPACES TO SLIP-REC
                   STRING AD-COUNTRY
                       DELIMITED BY SIZE INTO SLIP-REC
                   WRITE SLIP-REC
               END-IF
           ELSE
               MOVE SPACES TO SLIP-REC
               STRING "** NO ADDRESS ON FILE **"
                   DELIMITED BY SIZE INTO SLIP-REC
               WRITE SLIP-REC
           END-IF

           MOVE SPACES TO SLIP-REC
           WRITE SLIP-REC.

       WRITE-REPRINT-SLIP.
           PERFORM LOOKUP-SLIP-NAME
           PERFORM LOAD-SLIP-LEAVE

           MOVE PH-GROSS-PAY   TO MONTHLY-SALARY-ED
           MOVE PH-WITHHOLDING TO WITHHOLDING-ED
               DELIMITED BY SIZE INTO SLIP-REC
           WRITE SLIP-REC

           PERFORM WRITE-MAILING-BLOCK

           MOVE SPACES TO SLIP-REC
           STRING "Employee: " WS-SLIP-NAME
               DELIMITED BY SIZE INTO SLIP-REC
               DELIMITED BY SIZE INTO SLIP-REC
           WRITE SLIP-REC

           IF WS-PAYCAL-OK = "Y"
               MOVE PH-PERIOD TO CL-PERIOD
               READ PAYCAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO SLIP-REC
                       STRING "Pay Date:    " CL-PAY-DATE
                           DELIMITED BY SIZE INTO SLIP-REC
                       WRITE SLIP-REC
               END-READ
           END-IF

           MOVE SPACES TO SLIP-REC
           STRING "Monthly Salary:     " MONTHLY-SALARY-ED
               DELIMITED BY SIZE INTO SLIP-REC
           WRITE SLIP-REC

           IF WS-UNPAID-DAYS > 0
               MOVE WS-UNPAID-DAYS TO WS-LEAVE-DAYS-ED
               MOVE SPACES TO SLIP-REC
               STRING "Unpaid Leave: " WS-LEAVE-DAYS-ED " day(s)"
                   DELIMITED BY SIZE INTO SLIP-REC
               WRITE SLIP-REC
               IF WS-UNPAID-AMOUNT > 0
                   MOVE WS-UNPAID-AMOUNT TO DEDUCTION-ED
                   MOVE SPACES TO SLIP-REC
                   STRING "Less Unpaid Leave:  " DEDUCTION-ED
                       DELIMITED BY SIZE INTO SLIP-REC
                   WRITE SLIP-REC
                   MOVE PH-DEDUCTIONS TO DEDUCTION-ED
               END-IF
           END-IF

           MOVE SPACES TO SLIP-REC
           STRING "Tax Withholding:    " WITHHOLDING-ED
               DELIMITED BY SIZE INTO SLIP-REC
               DELIMITED BY SIZE INTO SLIP-REC
           WRITE SLIP-REC

           PERFORM VARYING WS-SLIPLV-INDEX FROM 1 BY 1
                   UNTIL WS-SLIPLV-INDEX > WS-SLIPLV-COUNT
               MOVE WS-SLIPLV-TAKEN(WS-SLIPLV-INDEX)
                   TO WS-LEAVE-DAYS-ED
               MOVE WS-SLIPLV-BALANCE(WS-SLIPLV-INDEX)
                   TO WS-LEAVE-BAL-ED
               MOVE SPACES TO SLIP-REC
               STRING "Leave " WS-SLIPLV-TYPE(WS-SLIPLV-INDEX)
                   " taken " WS-LEAVE-DAYS-ED " bal "
                   WS-LEAVE-BAL-ED
                   DELIMITED BY SIZE INTO SLIP-REC
               WRITE SLIP-REC
           END-PERFORM

           MOVE SPACES TO SLIP-REC
           STRING "========================================"
               DELIMITED BY SIZE INTO SLIP-REC
