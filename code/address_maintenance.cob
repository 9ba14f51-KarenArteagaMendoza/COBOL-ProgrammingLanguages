       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddressMaintenance.

      *> Maintenance for the employee address/contact master the
      *> annual statements and the payslip reprints are addressed
      *> from: add an address for an employee, correct one when
      *> someone moves, remove one keyed against the wrong person,
      *> and inquire. Updates need an operator with update
      *> authority, signed on the same way as the employee
      *> maintenance, and every update is journaled to ADDRJRNL.DAT
      *> with the record image before and after.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDR-FILE ASSIGN DYNAMIC WS-ADDR-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-EMP-ID
               FILE STATUS IS WS-ADDR-STATUS.

           SELECT EMP-FILE ASSIGN DYNAMIC WS-EMP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.

           SELECT AJRNL-FILE ASSIGN DYNAMIC WS-AJRNL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ADDR-FILE.
           COPY "addrrec.cpy".

       FD EMP-FILE.
           COPY "emprecord.cpy".

       FD AJRNL-FILE.
           COPY "addrjrnl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ADDR-FILE-NAME  PIC X(40) VALUE "ADDRMAST.DAT".
       01 WS-EMP-FILE-NAME   PIC X(40) VALUE "EMPLOYEE.DAT".
       01 WS-AJRNL-FILE-NAME PIC X(40) VALUE "ADDRJRNL.DAT".

       01 WS-ADDR-STATUS     PIC X(2) VALUE SPACE.
       01 WS-EMP-STATUS      PIC X(2) VALUE SPACE.
       01 WS-AJRNL-STATUS    PIC X(2) VALUE SPACE.
       01 WS-EMP-FILE-OK     PIC X VALUE "N".
       01 WS-AJRNL-FILE-OK   PIC X VALUE "N".
       01 WS-ACTION          PIC X VALUE SPACE.
       01 WS-FINISH          PIC X VALUE "N".
       01 WS-CONFIRM         PIC X VALUE SPACE.
       01 WS-EMP-OK          PIC X VALUE "N".
       01 WS-TRAILER-KEY     PIC 9(5) VALUE 99999.
       01 WS-TODAY           PIC 9(8).

       *> Where the operator identity comes from: the shared
       *> EXTERNAL SIGNON-INFO group when MainMenu already signed
       *> this operator on, or a SignOnModule dialogue of our own
       *> when run standalone. Every journal entry carries it.
           COPY "signoninfo.cpy".
       01 WS-SIGNON-LOCAL.
           05 WS-SL-OPERATOR-ID PIC X(10).
           05 WS-SL-ROLE        PIC X(1).
       01 WS-OPERATOR-ID     PIC X(10) VALUE SPACE.
       01 WS-OPERATOR-ROLE   PIC X(1) VALUE SPACE.
       01 WS-SIGNON-OK       PIC X VALUE "N".

       01 WS-EMP-ID          PIC 9(5).
       01 WS-AD-LINE-1       PIC X(30).
       01 WS-AD-LINE-2       PIC X(30).
       01 WS-AD-CITY         PIC X(20).
       01 WS-AD-REGION       PIC X(10).
       01 WS-AD-POSTAL-CODE  PIC X(10).
       01 WS-AD-COUNTRY      PIC X(20).
       01 WS-AD-PHONE        PIC X(15).
       01 WS-AD-EMAIL        PIC X(40).
       01 WS-AD-JURISDICTION PIC X(4).

       01 WS-AJRNL-ACTION    PIC X(3) VALUE SPACE.
       01 WS-AJRNL-BEFORE    PIC X(218) VALUE SPACE.
       01 WS-AJRNL-AFTER     PIC X(218) VALUE SPACE.

       PROCEDURE DIVISION.

           *> This program can be CALLed more than once per run unit,
           *> and GnuCOBOL only reinitializes WORKING-STORAGE to its
           *> VALUE clauses on the first CALL, so the session switches
           *> have to be put back by hand here.
           MOVE SPACE TO WS-ACTION
           MOVE "N"   TO WS-FINISH
           MOVE "N"   TO WS-SIGNON-OK
           MOVE "N"   TO WS-EMP-FILE-OK
           MOVE "N"   TO WS-AJRNL-FILE-OK
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM RESOLVE-FILE-NAMES

           PERFORM SIGN-ON
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "Sign-on failed. Ending run."
               GOBACK
           END-IF

           OPEN I-O ADDR-FILE

           IF WS-ADDR-STATUS = "35"
               DISPLAY "ADDRMAST.DAT does not exist yet - creating"
                   " it."
               OPEN OUTPUT ADDR-FILE
               CLOSE ADDR-FILE
               OPEN I-O ADDR-FILE
           END-IF

           IF WS-ADDR-STATUS NOT = "00"
               DISPLAY "Unable to open ADDRMAST.DAT - status "
                   WS-ADDR-STATUS "."
           ELSE
               OPEN INPUT EMP-FILE
               IF WS-EMP-STATUS = "00"
                   MOVE "Y" TO WS-EMP-FILE-OK
               ELSE
                   DISPLAY "Warning: unable to open EMPLOYEE.DAT -"
                       " status " WS-EMP-STATUS ". Employee IDs"
                       " will not be validated this session."
               END-IF
               PERFORM OPEN-JOURNAL-FILE

               PERFORM UNTIL WS-FINISH = "Y"
                   DISPLAY "Add, Change, Delete, Inquire or eXit"
                       " (A/C/D/I/X)?"
                   ACCEPT WS-ACTION
                   MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION

                   EVALUATE WS-ACTION
                       WHEN "A"
                           PERFORM ADD-ADDRESS
                       WHEN "C"
                           PERFORM CHANGE-ADDRESS
                       WHEN "D"
                           PERFORM DELETE-ADDRESS
                       WHEN "I"
                           PERFORM INQUIRE-ADDRESS
                       WHEN "X"
                           MOVE "Y" TO WS-FINISH
                       WHEN OTHER
                           DISPLAY "Please enter A, C, D, I or X."
                   END-EVALUATE
               END-PERFORM

               CLOSE ADDR-FILE
               IF WS-EMP-FILE-OK = "Y"
                   CLOSE EMP-FILE
               END-IF
               IF WS-AJRNL-FILE-OK = "Y"
                   CLOSE AJRNL-FILE
               END-IF
           END-IF

           DISPLAY "Done."
           GOBACK.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-ADDR-FILE-NAME FROM ENVIRONMENT "ADDRMAST"
               ON EXCEPTION
                   MOVE "ADDRMAST.DAT" TO WS-ADDR-FILE-NAME
           END-ACCEPT
           ACCEPT WS-EMP-FILE-NAME FROM ENVIRONMENT "EMPFILE"
               ON EXCEPTION
                   MOVE "EMPLOYEE.DAT" TO WS-EMP-FILE-NAME
           END-ACCEPT
           ACCEPT WS-AJRNL-FILE-NAME FROM ENVIRONMENT "ADDRJRNL"
               ON EXCEPTION
                   MOVE "ADDRJRNL.DAT" TO WS-AJRNL-FILE-NAME
           END-ACCEPT.

       SIGN-ON.
           *> An address is where a statement full of pay figures
           *> gets mailed, so keying one needs update authority.
           IF SI-OPERATOR-ID NOT = SPACES
                   AND SI-OPERATOR-ID NOT = LOW-VALUES
               MOVE SI-OPERATOR-ID TO WS-OPERATOR-ID
               MOVE SI-ROLE        TO WS-OPERATOR-ROLE
               MOVE "Y" TO WS-SIGNON-OK
           ELSE
               MOVE SPACES TO WS-SIGNON-LOCAL
               CALL "SignOnModule" USING WS-SIGNON-LOCAL
               IF WS-SL-OPERATOR-ID NOT = SPACES
                   MOVE WS-SL-OPERATOR-ID TO WS-OPERATOR-ID
                   MOVE WS-SL-ROLE        TO WS-OPERATOR-ROLE
                   MOVE "Y" TO WS-SIGNON-OK
               END-IF
           END-IF

           IF WS-SIGNON-OK = "Y" AND WS-OPERATOR-ROLE NOT = "U"
               DISPLAY "Operator " WS-OPERATOR-ID " has inquiry-only"
                   " authority - this program changes the address"
                   " master."
               MOVE "N" TO WS-SIGNON-OK
           END-IF.

       OPEN-JOURNAL-FILE.
           *> EXTEND against a file that doesn't exist yet falls
           *> back to OUTPUT, the way EMPJRNL.DAT is opened. The
           *> session runs even without the journal - but says so.
           OPEN EXTEND AJRNL-FILE
           IF WS-AJRNL-STATUS NOT = "00"
               OPEN OUTPUT AJRNL-FILE
           END-IF
           IF WS-AJRNL-STATUS = "00"
               MOVE "Y" TO WS-AJRNL-FILE-OK
           ELSE
               DISPLAY "Warning: unable to open ADDRJRNL.DAT -"
                   " status " WS-AJRNL-STATUS ". Updates this"
                   " session will not be journaled."
           END-IF.

       WRITE-JOURNAL-RECORD.
           IF WS-AJRNL-FILE-OK = "Y"
               MOVE SPACES TO ADDR-JRNL-RECORD
               MOVE WS-AJRNL-ACTION TO AJ-ACTION
               MOVE WS-OPERATOR-ID  TO AJ-OPERATOR-ID
               MOVE FUNCTION CURRENT-DATE TO AJ-TIMESTAMP
               MOVE WS-EMP-ID       TO AJ-EMP-ID
               MOVE WS-AJRNL-BEFORE TO AJ-BEFORE-IMAGE
               MOVE WS-AJRNL-AFTER  TO AJ-AFTER-IMAGE
               WRITE ADDR-JRNL-RECORD
               IF WS-AJRNL-STATUS NOT = "00"
                   DISPLAY "Warning: journal write failed - status "
                       WS-AJRNL-STATUS "."
               END-IF
           END-IF.

       CHECK-EMPLOYEE-EXISTS.
           *> Terminated employees may still be keyed: the year-end
           *> statement goes to everyone paid in the year, leavers
           *> included.
           MOVE "N" TO WS-EMP-OK
           IF WS-EMP-ID = WS-TRAILER-KEY
               DISPLAY "Employee ID " WS-EMP-ID " is reserved for"
                   " the trailer record."
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-FILE-OK NOT = "Y"
               MOVE "Y" TO WS-EMP-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   DISPLAY "Employee " WS-EMP-ID " is not on the"
                       " employee master."
               NOT INVALID KEY
                   IF EMP-STATUS = "T"
                       DISPLAY "Employee: " EMP-NAME " (terminated "
                           EMP-TERM-DATE ")"
                   ELSE
                       DISPLAY "Employee: " EMP-NAME
                   END-IF
                   MOVE "Y" TO WS-EMP-OK
           END-READ.

       GET-ADDRESS-FIELDS.
           *> Line 1, the city and the postal code are what make a
           *> record mailable, so those three may not be left blank.
           DISPLAY "Enter address line 1:"
           ACCEPT WS-AD-LINE-1
           PERFORM UNTIL WS-AD-LINE-1 NOT = SPACES
               DISPLAY "Address line 1 is required. Re-enter:"
               ACCEPT WS-AD-LINE-1
           END-PERFORM
           DISPLAY "Enter address line 2 (blank if none):"
           ACCEPT WS-AD-LINE-2
           DISPLAY "Enter city:"
           ACCEPT WS-AD-CITY
           PERFORM UNTIL WS-AD-CITY NOT = SPACES
               DISPLAY "The city is required. Re-enter:"
               ACCEPT WS-AD-CITY
           END-PERFORM
           DISPLAY "Enter state/region:"
           ACCEPT WS-AD-REGION
           DISPLAY "Enter postal code:"
           ACCEPT WS-AD-POSTAL-CODE
           PERFORM UNTIL WS-AD-POSTAL-CODE NOT = SPACES
               DISPLAY "The postal code is required. Re-enter:"
               ACCEPT WS-AD-POSTAL-CODE
           END-PERFORM
           DISPLAY "Enter country (blank if domestic):"
           ACCEPT WS-AD-COUNTRY
           DISPLAY "Enter phone (blank if none):"
           ACCEPT WS-AD-PHONE
           DISPLAY "Enter e-mail (blank if none):"
           ACCEPT WS-AD-EMAIL
           *> The withholding authority goes with where the employee
           *> lives, so it is keyed with the address; blank keeps the
           *> default bracket set on TAXRATES.DAT.
           DISPLAY "Enter tax jurisdiction (blank = default):"
           ACCEPT WS-AD-JURISDICTION

           MOVE FUNCTION UPPER-CASE(WS-AD-LINE-1) TO WS-AD-LINE-1
           MOVE FUNCTION UPPER-CASE(WS-AD-LINE-2) TO WS-AD-LINE-2
           MOVE FUNCTION UPPER-CASE(WS-AD-CITY) TO WS-AD-CITY
           MOVE FUNCTION UPPER-CASE(WS-AD-REGION) TO WS-AD-REGION
           MOVE FUNCTION UPPER-CASE(WS-AD-POSTAL-CODE)
               TO WS-AD-POSTAL-CODE
           MOVE FUNCTION UPPER-CASE(WS-AD-COUNTRY) TO WS-AD-COUNTRY
           MOVE FUNCTION UPPER-CASE(WS-AD-JURISDICTION)
               TO WS-AD-JURISDICTION.

       MOVE-FIELDS-TO-RECORD.
           MOVE WS-EMP-ID         TO AD-EMP-ID
           MOVE WS-AD-LINE-1      TO AD-LINE-1
           MOVE WS-AD-LINE-2      TO AD-LINE-2
           MOVE WS-AD-CITY        TO AD-CITY
           MOVE WS-AD-REGION      TO AD-REGION
           MOVE WS-AD-POSTAL-CODE TO AD-POSTAL-CODE
           MOVE WS-AD-COUNTRY     TO AD-COUNTRY
           MOVE WS-AD-PHONE       TO AD-PHONE
           MOVE WS-AD-EMAIL       TO AD-EMAIL
           MOVE WS-AD-JURISDICTION TO AD-TAX-JURISDICTION
           MOVE WS-OPERATOR-ID    TO AD-OPERATOR-ID
           MOVE WS-TODAY          TO AD-CHANGED-DATE.

       ADD-ADDRESS.
           DISPLAY "Enter Employee ID (5 digits):"
           ACCEPT WS-EMP-ID
           PERFORM CHECK-EMPLOYEE-EXISTS
           IF WS-EMP-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EMP-ID TO AD-EMP-ID
           READ ADDR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Employee " WS-EMP-ID " already has an"
                       " address on file - use Change."
                   EXIT PARAGRAPH
           END-READ

           PERFORM GET-ADDRESS-FIELDS
           MOVE SPACES TO ADDRESS-RECORD
           PERFORM MOVE-FIELDS-TO-RECORD
           WRITE ADDRESS-RECORD
               INVALID KEY
                   DISPLAY "Unable to add the address - status "
                       WS-ADDR-STATUS "."
               NOT INVALID KEY
                   DISPLAY "Address added."
                   MOVE "ADD" TO WS-AJRNL-ACTION
                   MOVE SPACES TO WS-AJRNL-BEFORE
                   MOVE ADDRESS-RECORD TO WS-AJRNL-AFTER
                   PERFORM WRITE-JOURNAL-RECORD
           END-WRITE.

       CHANGE-ADDRESS.
           DISPLAY "Enter Employee ID to correct:"
           ACCEPT WS-EMP-ID
           MOVE WS-EMP-ID TO AD-EMP-ID
           READ ADDR-FILE
               INVALID KEY
                   DISPLAY "No address on file for that ID - use"
                       " Add."
                   EXIT PARAGRAPH
           END-READ

           MOVE ADDRESS-RECORD TO WS-AJRNL-BEFORE
           PERFORM SHOW-ONE-ADDRESS
           PERFORM GET-ADDRESS-FIELDS
           PERFORM MOVE-FIELDS-TO-RECORD
           REWRITE ADDRESS-RECORD
               INVALID KEY
                   DISPLAY "Unable to rewrite the address - status "
                       WS-ADDR-STATUS "."
               NOT INVALID KEY
                   DISPLAY "Address updated."
                   MOVE "CHG" TO WS-AJRNL-ACTION
                   MOVE ADDRESS-RECORD TO WS-AJRNL-AFTER
                   PERFORM WRITE-JOURNAL-RECORD
           END-REWRITE.

       DELETE-ADDRESS.
           *> For an address keyed against the wrong employee. A
           *> leaver keeps theirs - the year-end statement still has
           *> to reach them.
           DISPLAY "Enter Employee ID to remove:"
           ACCEPT WS-EMP-ID
           MOVE WS-EMP-ID TO AD-EMP-ID
           READ ADDR-FILE
               INVALID KEY
                   DISPLAY "No address on file for that ID."
                   EXIT PARAGRAPH
           END-READ

           PERFORM SHOW-ONE-ADDRESS
           DISPLAY "Remove this address? (Y/N)"
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Delete cancelled."
               EXIT PARAGRAPH
           END-IF

           MOVE ADDRESS-RECORD TO WS-AJRNL-BEFORE
           DELETE ADDR-FILE
               INVALID KEY
                   DISPLAY "Unable to delete the address - status "
                       WS-ADDR-STATUS "."
               NOT INVALID KEY
                   DISPLAY "Address removed."
                   MOVE "DEL" TO WS-AJRNL-ACTION
                   MOVE SPACES TO WS-AJRNL-AFTER
                   PERFORM WRITE-JOURNAL-RECORD
           END-DELETE.

       INQUIRE-ADDRESS.
           DISPLAY "Enter Employee ID:"
           ACCEPT WS-EMP-ID
           MOVE WS-EMP-ID TO AD-EMP-ID
           READ ADDR-FILE
               INVALID KEY
                   DISPLAY "No address on file for that ID."
               NOT INVALID KEY
                   PERFORM SHOW-ONE-ADDRESS
           END-READ.

       SHOW-ONE-ADDRESS.
           DISPLAY "Address for employee " AD-EMP-ID ":"
           DISPLAY "  " AD-LINE-1
           IF AD-LINE-2 NOT = SPACES
               DISPLAY "  " AD-LINE-2
           END-IF
           DISPLAY "  " FUNCTION TRIM(AD-CITY) " "
               FUNCTION TRIM(AD-REGION) "  " AD-POSTAL-CODE
           IF AD-COUNTRY NOT = SPACES
               DISPLAY "  " AD-COUNTRY
           END-IF
           DISPLAY "  Phone:  " AD-PHONE
           DISPLAY "  E-mail: " AD-EMAIL
           IF AD-TAX-JURISDICTION = SPACES
               DISPLAY "  Tax jurisdiction: default"
           ELSE
               DISPLAY "  Tax jurisdiction: " AD-TAX-JURISDICTION
           END-IF
           DISPLAY "  Last changed " AD-CHANGED-DATE " by "
               AD-OPERATOR-ID.
