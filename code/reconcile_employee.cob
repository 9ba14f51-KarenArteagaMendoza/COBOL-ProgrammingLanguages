      *> entries. An abend between a data write and the trailer flush
      *> leaves the two out of step forever - this run is what finds
      *> it, and its return code is what stops the nightly jobstream
      *> on an out-of-balance master. The detail is also footed by
      *> company (through the department's DEPT-COMPANY) against the
      *> company totals the trailer carries, since each company's pay
      *> cycle foots to its own.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-AUDIT-TODAY     PIC 9(6) VALUE 0.
       01 WS-CKPT-FOUND      PIC X VALUE "N".

       *> Detail footed by company, and the trailer image the
       *> company totals are read back from.
       01 WS-TRAILER-IMAGE   PIC X(91) VALUE SPACE.
       01 WS-COMPANY-COUNT   PIC 9(2) VALUE 0.
       01 WS-CO-INDEX        PIC 9(2) VALUE 0.
       01 WS-CO-FOUND        PIC 9(2) VALUE 0.
       01 WS-COMPANY-TABLE.
           05 WS-COMPANY-ENTRY OCCURS 10 TIMES.
               10 WS-CT-CODE     PIC X(4).
               10 WS-CT-COUNT    PIC 9(6).
               10 WS-CT-SALARY   PIC 9(11)V99.
       01 WS-CO-TR-COUNT     PIC 9(6) VALUE 0.
       01 WS-CO-TR-SALARY    PIC 9(11)V99 VALUE 0.
       01 WS-CO-DISC-BEFORE  PIC 9(3) VALUE 0.
           COPY "companyreq.cpy".

       01 WS-DISCREPANCIES   PIC 9(3) VALUE 0.
       01 WS-DISPLAY-TOTAL   PIC Z(10)9.99.

           CLOSE EMP-FILE

           PERFORM COMPARE-TO-TRAILER
           PERFORM COMPARE-COMPANY-TOTALS
           PERFORM CROSS-CHECK-AUDIT-LOG

           DISPLAY " "
                   MOVE "Y" TO WS-TRAILER-FOUND
                   MOVE TR-RECORD-COUNT TO WS-TR-RECORD-COUNT
                   MOVE TR-TOTAL-SALARY TO WS-TR-TOTAL-SALARY
                   MOVE EMP-RECORD TO WS-TRAILER-IMAGE
               ELSE
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD EMP-SALARY TO WS-DETAIL-SALARY
                   PERFORM ADD-TO-COMPANY-TOTALS
               END-IF

               READ EMP-FILE
               END-IF
           END-IF.

       ADD-TO-COMPANY-TOTALS.
           MOVE SPACES TO COMPANY-REQUEST
           MOVE "D" TO CO-ACTION
           MOVE EMP-DEPT TO CO-DEPT
           CALL "CompanyLookup" USING COMPANY-REQUEST

           MOVE 0 TO WS-CO-FOUND
           PERFORM VARYING WS-CO-INDEX FROM 1 BY 1
                   UNTIL WS-CO-INDEX > WS-COMPANY-COUNT
                       OR WS-CO-FOUND > 0
               IF WS-CT-CODE(WS-CO-INDEX) = CO-COMPANY
                   MOVE WS-CO-INDEX TO WS-CO-FOUND
               END-IF
           END-PERFORM
           IF WS-CO-FOUND = 0
               IF WS-COMPANY-COUNT < 10
                   ADD 1 TO WS-COMPANY-COUNT
                   MOVE WS-COMPANY-COUNT TO WS-CO-FOUND
                   MOVE CO-COMPANY TO WS-CT-CODE(WS-CO-FOUND)
                   MOVE 0 TO WS-CT-COUNT(WS-CO-FOUND)
                   MOVE 0 TO WS-CT-SALARY(WS-CO-FOUND)
               ELSE
                   DISPLAY "More than 10 companies on the detail -"
                       " company " CO-COMPANY " not footed."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-CT-COUNT(WS-CO-FOUND)
           ADD EMP-SALARY TO WS-CT-SALARY(WS-CO-FOUND).

       COMPARE-COMPANY-TOTALS.
           *> Each company's detail against its totals on the
           *> trailer. Totals held for a company with nobody left on
           *> file already show as the grand totals out of step.
           IF WS-TRAILER-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DISCREPANCIES TO WS-CO-DISC-BEFORE
           PERFORM VARYING WS-CO-INDEX FROM 1 BY 1
                   UNTIL WS-CO-INDEX > WS-COMPANY-COUNT
               MOVE SPACES TO COMPANY-REQUEST
               MOVE "G" TO CO-ACTION
               MOVE WS-CT-CODE(WS-CO-INDEX) TO CO-COMPANY
               CALL "CompanyTrailer" USING COMPANY-REQUEST
                   WS-TRAILER-IMAGE
               IF CO-RESULT NOT = "Y"
                   DISPLAY "Company " WS-CT-CODE(WS-CO-INDEX)
                       " has " WS-CT-COUNT(WS-CO-INDEX)
                       " employee record(s) but no totals on the"
                       " trailer."
                   ADD 1 TO WS-DISCREPANCIES
               ELSE
                   MOVE CO-COUNT-DELTA  TO WS-CO-TR-COUNT
                   MOVE CO-SALARY-DELTA TO WS-CO-TR-SALARY
                   IF WS-CT-COUNT(WS-CO-INDEX) NOT = WS-CO-TR-COUNT
                       DISPLAY "Company " WS-CT-CODE(WS-CO-INDEX)
                           " record count out of step - detail "
                           WS-CT-COUNT(WS-CO-INDEX) " trailer "
                           WS-CO-TR-COUNT "."
                       ADD 1 TO WS-DISCREPANCIES
                   END-IF
                   IF WS-CT-SALARY(WS-CO-INDEX) NOT = WS-CO-TR-SALARY
                       MOVE WS-CT-SALARY(WS-CO-INDEX)
                           TO WS-DISPLAY-TOTAL
                       DISPLAY "Company " WS-CT-CODE(WS-CO-INDEX)
                           " salary total out of step - detail "
                           WS-DISPLAY-TOTAL
                       MOVE WS-CO-TR-SALARY TO WS-DISPLAY-TOTAL
                       DISPLAY "                                    "
                           "   trailer " WS-DISPLAY-TOTAL
                       ADD 1 TO WS-DISCREPANCIES
                   END-IF
               END-IF
           END-PERFORM

           IF WS-DISCREPANCIES = WS-CO-DISC-BEFORE
               DISPLAY "Company totals agree for " WS-COMPANY-COUNT
                   " company(ies)."
           END-IF.

       CROSS-CHECK-AUDIT-LOG.
           *> The latest session's add count (EMPCKPT.DAT) must be
           *> covered by audit entries stamped today: fewer audit
