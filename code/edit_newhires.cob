      *> a bad transaction while it is already updating EMPLOYEE.DAT.
      *> Every field is validated, the file is balanced against its
      *> 00000 control record, and only a clean batch reaches the
      *> file the load step reads. Each hire is also held to the
      *> department's authorized headcount on POSMAST.DAT, so a
      *> department already at complement has its hire rejected
      *> here rather than discovered at budget review.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HANDOFF-STATUS.

           SELECT EMP-FILE ASSIGN DYNAMIC WS-EMP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.

           SELECT POS-FILE ASSIGN DYNAMIC WS-POS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The raw line is read wide enough for either input format.
       FD HANDOFF-FILE.
           COPY "nhctlrec.cpy".

       FD EMP-FILE.
           COPY "emprecord.cpy".

       FD POS-FILE.
           COPY "posrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RAW-FILE-NAME   PIC X(40) VALUE "NEWHIRES.RAW".
       01 WS-CLEAN-FILE-NAME PIC X(40) VALUE "NEWHIRES.DAT".
       01 WS-HANDOFF-FILE-NAME PIC X(40) VALUE "NEWHCTL.DAT".
       01 WS-HANDOFF-STATUS  PIC X(2) VALUE SPACE.
       01 WS-CLEAN-SALARY    PIC 9(9)V99 VALUE 0.
       01 WS-EMP-FILE-NAME   PIC X(40) VALUE "EMPLOYEE.DAT".
       01 WS-POS-FILE-NAME   PIC X(40) VALUE "POSMAST.DAT".
       01 WS-EMP-STATUS      PIC X(2) VALUE SPACE.
       01 WS-POS-STATUS      PIC X(2) VALUE SPACE.
       01 WS-POS-EOF         PIC X VALUE "N".

       *> Position control at department level: the feed carries no
       *> grade, so each hire is held to the department's total
       *> authorized headcount across all grades, against today's
       *> active headcount plus the hires already passed in this
       *> batch. Only departments with positions on file are under
       *> control.
       01 WS-POS-CONTROL-OK  PIC X VALUE "N".
       01 WS-HIRE-DEPT       PIC X(10).
       01 WS-PDEPT-ENTRIES   PIC 9(3) VALUE 0.
       01 WS-PDEPT-INDEX     PIC 9(3) VALUE 0.
       01 WS-PDEPT-TABLE.
           05 WS-PDEPT-ENTRY OCCURS 200 TIMES.
               10 WS-PD-DEPT     PIC X(10).
               10 WS-PD-AUTH     PIC 9(6).
               10 WS-PD-FILLED   PIC 9(6).

       01 WS-RAW-STATUS      PIC X(2) VALUE SPACE.
       01 WS-CLEAN-STATUS    PIC X(2) VALUE SPACE.
               GOBACK
           END-IF

           PERFORM LOAD-POSITION-CONTROL

           DISPLAY "Input format - Fixed columns or Delimited"
               " (F/D)?"
           ACCEPT WS-INPUT-MODE
           ACCEPT WS-HANDOFF-FILE-NAME FROM ENVIRONMENT "NEWHCTL"
               ON EXCEPTION
                   MOVE "NEWHCTL.DAT" TO WS-HANDOFF-FILE-NAME
           END-ACCEPT
           ACCEPT WS-EMP-FILE-NAME FROM ENVIRONMENT "EMPFILE"
               ON EXCEPTION
                   MOVE "EMPLOYEE.DAT" TO WS-EMP-FILE-NAME
           END-ACCEPT
           ACCEPT WS-POS-FILE-NAME FROM ENVIRONMENT "POSMAST"
               ON EXCEPTION
                   MOVE "POSMAST.DAT" TO WS-POS-FILE-NAME
           END-ACCEPT.

       LOAD-POSITION-CONTROL.
           *> Authorized totals per department off POSMAST.DAT, then
           *> one pass of the master for the active headcount in
           *> each. Either file missing means no headcount is
           *> enforced on this batch - the load step still checks
           *> against its own session counts.
           MOVE "N" TO WS-POS-CONTROL-OK
           MOVE 0 TO WS-PDEPT-ENTRIES
           OPEN INPUT POS-FILE
           IF WS-POS-STATUS NOT = "00"
               DISPLAY "Warning: unable to open POSMAST.DAT - status "
                   WS-POS-STATUS ". Authorized headcount will not be"
                   " checked on this batch."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-POS-EOF
           PERFORM UNTIL WS-POS-EOF = "Y"
               READ POS-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-POS-EOF
                   NOT AT END
                       PERFORM TABLE-ONE-POSITION
               END-READ
           END-PERFORM
           CLOSE POS-FILE

           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "Warning: unable to open EMPLOYEE.DAT - status "
                   WS-EMP-STATUS ". Authorized headcount will not be"
                   " checked on this batch."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-POS-EOF
           PERFORM UNTIL WS-POS-EOF = "Y"
               READ EMP-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-POS-EOF
                   NOT AT END
                       IF EMP-ID NOT = WS-TRAILER-KEY
                               AND EMP-STATUS NOT = "T"
                           MOVE EMP-DEPT TO WS-HIRE-DEPT
                           PERFORM FIND-POSITION-DEPT
                           IF WS-PDEPT-INDEX > 0
                               ADD 1 TO WS-PD-FILLED(WS-PDEPT-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-FILE
           MOVE "Y" TO WS-POS-CONTROL-OK.

       TABLE-ONE-POSITION.
           MOVE POS-DEPT TO WS-HIRE-DEPT
           PERFORM FIND-POSITION-DEPT
           IF WS-PDEPT-INDEX = 0
               IF WS-PDEPT-ENTRIES >= 200
                   DISPLAY "Warning: position department table full"
                       " - department " POS-DEPT " not controlled."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PDEPT-ENTRIES
               MOVE WS-PDEPT-ENTRIES TO WS-PDEPT-INDEX
               MOVE POS-DEPT TO WS-PD-DEPT(WS-PDEPT-INDEX)
               MOVE 0 TO WS-PD-AUTH(WS-PDEPT-INDEX)
               MOVE 0 TO WS-PD-FILLED(WS-PDEPT-INDEX)
           END-IF
           ADD POS-AUTHORIZED TO WS-PD-AUTH(WS-PDEPT-INDEX).

       FIND-POSITION-DEPT.
           *> WS-PDEPT-INDEX comes back zero when WS-HIRE-DEPT has no
           *> positions on file.
           PERFORM VARYING WS-PDEPT-INDEX FROM 1 BY 1
                   UNTIL WS-PDEPT-INDEX > WS-PDEPT-ENTRIES
               IF WS-PD-DEPT(WS-PDEPT-INDEX) = WS-HIRE-DEPT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PDEPT-INDEX > WS-PDEPT-ENTRIES
               MOVE 0 TO WS-PDEPT-INDEX
           END-IF.

       CHECK-POSITION-ROOM.
           *> Rejects the hire when the department is already at its
           *> authorized headcount; a hire that passes takes its
           *> place in the count so the next one in the batch sees
           *> it.
           IF WS-POS-CONTROL-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(RAW-EMP-DEPT) TO WS-HIRE-DEPT
           PERFORM FIND-POSITION-DEPT
           IF WS-PDEPT-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PD-FILLED(WS-PDEPT-INDEX)
                   >= WS-PD-AUTH(WS-PDEPT-INDEX)
               MOVE "OVER AUTHORIZED HEADCOUNT" TO WS-REASON
               MOVE "N" TO WS-RECORD-OK
           ELSE
               ADD 1 TO WS-PD-FILLED(WS-PDEPT-INDEX)
           END-IF.

       WRITE-CONTROL-HANDOFF.
           *> The clean file's exact record count and salary total,
           *> dated, for VerifyControlTotals to read back - the
               END-IF
           END-IF

           IF WS-RECORD-OK = "Y"
               PERFORM CHECK-POSITION-ROOM
           END-IF

           IF WS-RECORD-OK = "Y"
               MOVE RAW-RECORD TO CLEAN-RECORD
               WRITE CLEAN-RECORD
