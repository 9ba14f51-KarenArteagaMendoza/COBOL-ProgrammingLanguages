       IDENTIFICATION DIVISION.
       PROGRAM-ID. PositionMaintenance.

      *> Maintenance for the position-control master: the approved
      *> headcount for each department and job grade. Keyed
      *> Add/Change/Delete/List in the DeptMaintenance shape. The
      *> employee update programs and the new-hire edit hold every
      *> hire and move to these counts, and the vacancy report puts
      *> them against the active master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POS-FILE ASSIGN TO "POSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POS-STATUS.

           SELECT DEPT-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT GRADE-FILE ASSIGN TO "GRADMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRD-CODE
               FILE STATUS IS WS-GRADE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POS-FILE.
           COPY "posrec.cpy".

       FD DEPT-FILE.
           COPY "deptrecord.cpy".

       FD GRADE-FILE.
           COPY "graderec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-POS-STATUS      PIC X(2) VALUE SPACE.
       01 WS-DEPT-STATUS     PIC X(2) VALUE SPACE.
       01 WS-GRADE-STATUS    PIC X(2) VALUE SPACE.
       01 WS-DEPT-FILE-OK    PIC X VALUE "N".
       01 WS-GRADE-FILE-OK   PIC X VALUE "N".
       01 WS-ACTION          PIC X VALUE SPACE.
       01 WS-FINISH          PIC X VALUE "N".
       01 WS-AT-END          PIC X VALUE "N".
       01 WS-FOUND           PIC X VALUE "N".
       01 WS-CODES-VALID     PIC X VALUE "N".
       01 WS-POS-DEPT        PIC X(10).
       01 WS-POS-GRADE       PIC X(4).
       01 WS-AUTHORIZED      PIC 9(4).
       01 WS-DEPT-TOTAL      PIC 9(5) VALUE 0.
       01 WS-GRAND-TOTAL     PIC 9(6) VALUE 0.
       01 WS-LAST-DEPT       PIC X(10).

       PROCEDURE DIVISION.

           *> This program can be CALLed more than once per run unit,
           *> and GnuCOBOL only reinitializes WORKING-STORAGE to its
           *> VALUE clauses on the first CALL, so the session switches
           *> have to be put back by hand here.
           MOVE SPACE TO WS-ACTION
           MOVE "N"   TO WS-FINISH
           MOVE "N"   TO WS-AT-END
           MOVE "N"   TO WS-FOUND

           OPEN I-O POS-FILE

           IF WS-POS-STATUS = "35"
               DISPLAY "POSMAST.DAT does not exist yet - creating it."
               OPEN OUTPUT POS-FILE
               CLOSE POS-FILE
               OPEN I-O POS-FILE
           END-IF

           IF WS-POS-STATUS NOT = "00"
               DISPLAY "Unable to open POSMAST.DAT - status "
                   WS-POS-STATUS "."
           ELSE
               PERFORM OPEN-CODE-MASTERS

               PERFORM UNTIL WS-FINISH = "Y"
                   DISPLAY "Add, Change, Delete, List or eXit"
                       " (A/C/D/L/X)?"
                   ACCEPT WS-ACTION
                   MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION

                   EVALUATE WS-ACTION
                       WHEN "A"
                           PERFORM ADD-POSITION
                       WHEN "C"
                           PERFORM CHANGE-POSITION
                       WHEN "D"
                           PERFORM DELETE-POSITION
                       WHEN "L"
                           PERFORM LIST-POSITIONS
                       WHEN "X"
                           MOVE "Y" TO WS-FINISH
                       WHEN OTHER
                           DISPLAY "Please enter A, C, D, L or X."
                   END-EVALUATE
               END-PERFORM

               CLOSE POS-FILE
               IF WS-DEPT-FILE-OK = "Y"
                   CLOSE DEPT-FILE
               END-IF
               IF WS-GRADE-FILE-OK = "Y"
                   CLOSE GRADE-FILE
               END-IF
           END-IF

           DISPLAY "Done."
           GOBACK.

       OPEN-CODE-MASTERS.
           *> A position for a department or grade that does not
           *> exist can never be filled, so new positions are checked
           *> against both masters. Either one missing only means the
           *> codes go through unchecked.
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS = "00"
               MOVE "Y" TO WS-DEPT-FILE-OK
           ELSE
               MOVE "N" TO WS-DEPT-FILE-OK
               DISPLAY "Warning: unable to open DEPTMAST.DAT - status "
                   WS-DEPT-STATUS ". Department codes will not be"
                   " validated this session."
           END-IF

           OPEN INPUT GRADE-FILE
           IF WS-GRADE-STATUS = "00"
               MOVE "Y" TO WS-GRADE-FILE-OK
           ELSE
               MOVE "N" TO WS-GRADE-FILE-OK
               DISPLAY "Warning: unable to open GRADMAST.DAT -"
                   " status " WS-GRADE-STATUS ". Grade codes will"
                   " not be validated this session."
           END-IF.

       GET-POSITION-KEY.
           DISPLAY "Enter Department Code:"
           ACCEPT WS-POS-DEPT
           MOVE FUNCTION UPPER-CASE(WS-POS-DEPT) TO WS-POS-DEPT
           DISPLAY "Enter Job Grade:"
           ACCEPT WS-POS-GRADE
           MOVE FUNCTION UPPER-CASE(WS-POS-GRADE) TO WS-POS-GRADE
           MOVE WS-POS-DEPT  TO POS-DEPT
           MOVE WS-POS-GRADE TO POS-GRADE.

       VALIDATE-POSITION-CODES.
           MOVE "Y" TO WS-CODES-VALID
           IF WS-POS-DEPT = SPACES OR WS-POS-GRADE = SPACES
               DISPLAY "Department and grade are both required."
               MOVE "N" TO WS-CODES-VALID
               EXIT PARAGRAPH
           END-IF

           IF WS-DEPT-FILE-OK = "Y"
               MOVE WS-POS-DEPT TO DEPT-CODE
               READ DEPT-FILE
                   INVALID KEY
                       DISPLAY "Department " WS-POS-DEPT " is not on"
                           " the department master."
                       MOVE "N" TO WS-CODES-VALID
               END-READ
           END-IF

           IF WS-GRADE-FILE-OK = "Y"
               MOVE WS-POS-GRADE TO GRD-CODE
               READ GRADE-FILE
                   INVALID KEY
                       DISPLAY "Grade " WS-POS-GRADE " is not on the"
                           " grade master."
                       MOVE "N" TO WS-CODES-VALID
               END-READ
           END-IF.

       ADD-POSITION.
           PERFORM GET-POSITION-KEY
           PERFORM VALIDATE-POSITION-CODES

           IF WS-CODES-VALID = "Y"
               MOVE "N" TO WS-FOUND
               READ POS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ

               IF WS-FOUND = "Y"
                   DISPLAY "Department " WS-POS-DEPT " grade "
                       WS-POS-GRADE " is already on the master."
                       " Use Change instead."
               ELSE
                   DISPLAY "Enter Authorized Headcount:"
                   ACCEPT WS-AUTHORIZED

                   MOVE WS-POS-DEPT   TO POS-DEPT
                   MOVE WS-POS-GRADE  TO POS-GRADE
                   MOVE WS-AUTHORIZED TO POS-AUTHORIZED
                   MOVE FUNCTION CURRENT-DATE(1:8) TO POS-CHANGED-DATE
                   WRITE POS-RECORD
                       INVALID KEY
                           DISPLAY "Unable to add position."
                       NOT INVALID KEY
                           DISPLAY "Position added."
                   END-WRITE
               END-IF
           END-IF.

       CHANGE-POSITION.
           PERFORM GET-POSITION-KEY

           READ POS-FILE
               INVALID KEY
                   DISPLAY "No position on the master for that"
                       " department and grade."
               NOT INVALID KEY
                   DISPLAY "Current Authorized Headcount: "
                       POS-AUTHORIZED
                   DISPLAY "Enter corrected Authorized Headcount:"
                   ACCEPT WS-AUTHORIZED

                   MOVE WS-AUTHORIZED TO POS-AUTHORIZED
                   MOVE FUNCTION CURRENT-DATE(1:8) TO POS-CHANGED-DATE
                   REWRITE POS-RECORD
                       INVALID KEY
                           DISPLAY "Unable to rewrite position."
                       NOT INVALID KEY
                           DISPLAY "Position updated."
                   END-REWRITE
           END-READ.

       DELETE-POSITION.
           PERFORM GET-POSITION-KEY

           READ POS-FILE
               INVALID KEY
                   DISPLAY "No position on the master for that"
                       " department and grade."
               NOT INVALID KEY
                   DELETE POS-FILE
                       INVALID KEY
                           DISPLAY "Unable to delete position."
                       NOT INVALID KEY
                           DISPLAY "Position removed. Anyone still"
                               " in this department and grade shows"
                               " as over complement until it is"
                               " re-authorized."
                   END-DELETE
           END-READ.

       LIST-POSITIONS.
           MOVE LOW-VALUES TO POS-KEY
           MOVE "N" TO WS-AT-END
           MOVE SPACES TO WS-LAST-DEPT
           MOVE 0 TO WS-DEPT-TOTAL
           MOVE 0 TO WS-GRAND-TOTAL

           START POS-FILE KEY >= POS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-AT-END
           END-START

           DISPLAY "DEPARTMENT GRD  AUTH CHANGED"
           DISPLAY "---------- ---- ---- --------"

           PERFORM UNTIL WS-AT-END = "Y"
               READ POS-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       IF POS-DEPT NOT = WS-LAST-DEPT
                               AND WS-LAST-DEPT NOT = SPACES
                           DISPLAY "           total " WS-DEPT-TOTAL
                           MOVE 0 TO WS-DEPT-TOTAL
                       END-IF
                       MOVE POS-DEPT TO WS-LAST-DEPT
                       ADD POS-AUTHORIZED TO WS-DEPT-TOTAL
                       ADD POS-AUTHORIZED TO WS-GRAND-TOTAL
                       DISPLAY POS-DEPT " " POS-GRADE " "
                           POS-AUTHORIZED " " POS-CHANGED-DATE
               END-READ
           END-PERFORM

           IF WS-LAST-DEPT NOT = SPACES
               DISPLAY "           total " WS-DEPT-TOTAL
           END-IF
           DISPLAY "Authorized positions: " WS-GRAND-TOTAL.
