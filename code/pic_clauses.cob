           05 WS-SP-MEMBER  PIC X(40).
       01 WS-EMP-STATUS     PIC X(2) VALUE SPACE.
       01 TRAILER-KEY       PIC 9(5) VALUE 99999.
           COPY "companyreq.cpy".

       *> Withholding is priced by TaxModule, the shared calculation
       *> that loads the bracket set in force for WS-PRICE-DATE from
       01 WS-TAX-MONTHLY    PIC 9(7)V99.      *> TaxModule's salary argument
       01 WS-TAX-WITHHELD   PIC 9(7)V99.      *> TaxModule's withholding result
       01 WS-TAX-NET        PIC 9(7)V99.      *> TaxModule's net-pay result
       01 WS-TAX-JURISDICTION PIC X(4).       *> Off the employee's address
       01 TAX-WITHHOLDING   PIC 9(5)V99.      *> Estimated tax withheld from MONTHLY-SALARY
       01 NET-MONTHLY-PAY   PIC 9(5)V99.      *> MONTHLY-SALARY less TAX-WITHHOLDING


           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRICE-DATE
           MOVE MONTHLY-SALARY TO WS-TAX-MONTHLY
           CALL "TaxJurisdiction" USING EMPLOYEE-ID WS-TAX-JURISDICTION
           CALL "TaxModule" USING WS-PRICE-DATE WS-TAX-MONTHLY
               WS-TAX-WITHHELD WS-TAX-NET WITHHOLDING-RATE
               WS-TAX-JURISDICTION
           MOVE WS-TAX-WITHHELD TO TAX-WITHHOLDING
           MOVE WS-TAX-NET      TO NET-MONTHLY-PAY

                   MOVE "Y" TO WS-FOUND
           END-READ

           *> The employee's company is posted first, while the grand
           *> totals still stand as they were.
           IF WS-FOUND NOT = "Y"
               MOVE SPACES TO EMP-RECORD
               MOVE TRAILER-KEY   TO TR-ID
               MOVE 0             TO TR-RECORD-COUNT
               MOVE 0             TO TR-TOTAL-SALARY
           END-IF
           MOVE SPACES TO COMPANY-REQUEST
           MOVE "D" TO CO-ACTION
           MOVE EMPLOYEE-DEPT TO CO-DEPT
           CALL "CompanyLookup" USING COMPANY-REQUEST
           MOVE "P" TO CO-ACTION
           MOVE 1 TO CO-COUNT-DELTA
           MOVE ANNUAL-SALARY TO CO-SALARY-DELTA
           CALL "CompanyTrailer" USING COMPANY-REQUEST EMP-RECORD

           IF WS-FOUND = "Y"
               ADD 1 TO TR-RECORD-COUNT
               ADD ANNUAL-SALARY TO TR-TOTAL-SALARY
                       DISPLAY "Unable to update the trailer record."
               END-REWRITE
           ELSE
               MOVE 1             TO TR-RECORD-COUNT
               MOVE ANNUAL-SALARY TO TR-TOTAL-SALARY
               WRITE EMP-RECORD
