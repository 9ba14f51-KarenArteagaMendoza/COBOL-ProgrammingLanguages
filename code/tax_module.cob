       PROGRAM-ID. TaxModule.

      *> The one place the withholding calculation lives. Callers pass
      *> the date to price for, a monthly salary, and the employee's
      *> tax jurisdiction (AD-TAX-JURISDICTION off ADDRMAST.DAT, as
      *> TaxJurisdiction returns it); the module loads that
      *> jurisdiction's bracket set in force on that date from
      *> TAXRATES.DAT (falling back to the default set, then to the
      *> built-in brackets when the file is missing) and returns the
      *> withholding, net pay, and the rate applied. PicExample,
      *> PayrollCycle, and EmployeeLookup all CALL here, so the
      *> counter answer and the payslip can never disagree.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> One withholding bracket per record, dated: every bracket row
      *> carries the YYYYMMDD its rate set took effect, so a run picks
      *> the set in force for its pay period and a past period's rates
      *> stay provable from the file. A set is keyed by jurisdiction
      *> plus effective date; rows with a blank jurisdiction - every
      *> row on a file written before there was more than one - are
      *> the default set, priced for anyone whose own jurisdiction
      *> has no set in force.
       FD TAXRATE-FILE.
       01 TAXRATE-RECORD.
           05 TXR-EFFECTIVE-DATE  PIC 9(8).
           05 TXR-CEILING         PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 TXR-RATE            PIC 9V999.
           05 FILLER              PIC X(1).
           05 TXR-JURISDICTION    PIC X(4).

       WORKING-STORAGE SECTION.
       01 TAXRATE-FILE-NAME   PIC X(40) VALUE "TAXRATES.DAT".
       01 TAXRATE-STATUS      PIC X(2) VALUE SPACE.
       01 TAXRATE-EOF         PIC X VALUE "N".
       01 BEST-EFF-DATE       PIC 9(8) VALUE 0.
       01 BEST-DEFAULT-DATE   PIC 9(8) VALUE 0.
       01 LOAD-JURISDICTION   PIC X(4) VALUE SPACE.

      *> Built-in fallback brackets, used only when TAXRATES.DAT is
      *> missing or holds no set in force for the requested date.
       01 TAX-INDEX           PIC 99.
       01 TAX-RATE-FOUND      PIC X VALUE "N".

      *> Brackets stay loaded between CALLs, one set per jurisdiction
      *> and price date asked for; a set is only read from
      *> TAXRATES.DAT the first time a caller prices for it, so a
      *> file-wide pay run doesn't re-read the file once per
      *> employee. Once every slot is taken the oldest load is
      *> replaced.
       01 LOADED-SETS.
           05 LOADED-SET OCCURS 10 TIMES.
               10 LS-JURISDICTION    PIC X(4).
               10 LS-PRICE-DATE      PIC 9(8).
               10 LS-BRACKET-COUNT   PIC 99.
               10 LS-BRACKETS        PIC X(110).
       01 SETS-IN-USE         PIC 99 VALUE 0.
       01 NEXT-SET-SLOT       PIC 99 VALUE 0.
       01 SET-INDEX           PIC 99.
       01 CURRENT-SET         PIC 99 VALUE 0.
       01 FOUND-SET           PIC 99 VALUE 0.

       LINKAGE SECTION.
       01 TM-PRICE-DATE       PIC 9(8).
       01 TM-WITHHOLDING      PIC 9(7)V99.
       01 TM-NET-PAY          PIC 9(7)V99.
       01 TM-RATE             PIC 9V999.
       01 TM-JURISDICTION     PIC X(4).

       PROCEDURE DIVISION USING TM-PRICE-DATE, TM-MONTHLY-SALARY,
           TM-WITHHOLDING, TM-NET-PAY, TM-RATE, TM-JURISDICTION.

           PERFORM FIND-LOADED-SET
           IF FOUND-SET = 0
               PERFORM LOAD-TAX-BRACKETS
               PERFORM KEEP-LOADED-SET
           ELSE
               IF FOUND-SET NOT = CURRENT-SET
                   MOVE LS-BRACKET-COUNT(FOUND-SET)
                       TO TAX-BRACKET-COUNT
                   MOVE LS-BRACKETS(FOUND-SET) TO TAX-BRACKET-TABLE
                   MOVE FOUND-SET TO CURRENT-SET
               END-IF
           END-IF

           PERFORM COMPUTE-WITHHOLDING

           GOBACK.

       FIND-LOADED-SET.
           MOVE 0 TO FOUND-SET
           PERFORM VARYING SET-INDEX FROM 1 BY 1
                   UNTIL SET-INDEX > SETS-IN-USE
                       OR FOUND-SET > 0
               IF LS-JURISDICTION(SET-INDEX) = TM-JURISDICTION
                       AND LS-PRICE-DATE(SET-INDEX) = TM-PRICE-DATE
                   MOVE SET-INDEX TO FOUND-SET
               END-IF
           END-PERFORM.

       KEEP-LOADED-SET.
           IF SETS-IN-USE < 10
               ADD 1 TO SETS-IN-USE
               MOVE SETS-IN-USE TO CURRENT-SET
           ELSE
               ADD 1 TO NEXT-SET-SLOT
               IF NEXT-SET-SLOT > 10
                   MOVE 1 TO NEXT-SET-SLOT
               END-IF
               MOVE NEXT-SET-SLOT TO CURRENT-SET
           END-IF
           MOVE TM-JURISDICTION TO LS-JURISDICTION(CURRENT-SET)
           MOVE TM-PRICE-DATE TO LS-PRICE-DATE(CURRENT-SET)
           MOVE TAX-BRACKET-COUNT TO LS-BRACKET-COUNT(CURRENT-SET)
           MOVE TAX-BRACKET-TABLE TO LS-BRACKETS(CURRENT-SET).

       COMPUTE-WITHHOLDING.
           *> Look up this monthly salary's withholding bracket; a
           *> salary above the table's top ceiling takes the top rate.

       LOAD-TAX-BRACKETS.
           *> Two passes over TAXRATES.DAT: the first finds the latest
           *> effective date on or before TM-PRICE-DATE for the
           *> jurisdiction asked for and for the default set, the
           *> second loads the chosen set's brackets in file order
           *> (lowest ceiling first). A jurisdiction with no set in
           *> force is priced under the default set, and said so,
           *> rather than left unwithheld. A missing file just leaves
           *> the built-in fallback brackets in place, the way
           *> LOAD-POLYNOMIALS falls back when POLYIN.DAT is absent.
           ACCEPT TAXRATE-FILE-NAME FROM ENVIRONMENT "TAXRATES"
               ON EXCEPTION
                   MOVE "TAXRATES.DAT" TO TAXRATE-FILE-NAME
           MOVE 3 TO TAX-BRACKET-COUNT
           MOVE TAX-BRACKET-DEFAULTS TO TAX-BRACKET-TABLE
           MOVE 0 TO BEST-EFF-DATE
           MOVE 0 TO BEST-DEFAULT-DATE

           OPEN INPUT TAXRATE-FILE
           IF TAXRATE-STATUS NOT = "00"
                       AT END
                           MOVE "Y" TO TAXRATE-EOF
                       NOT AT END
                           IF TXR-JURISDICTION = TM-JURISDICTION
                                   AND TXR-EFFECTIVE-DATE
                                       <= TM-PRICE-DATE
                                   AND TXR-EFFECTIVE-DATE
                                       > BEST-EFF-DATE
                               MOVE TXR-EFFECTIVE-DATE
                                   TO BEST-EFF-DATE
                           END-IF
                           IF TXR-JURISDICTION = SPACES
                                   AND TXR-EFFECTIVE-DATE
                                       <= TM-PRICE-DATE
                                   AND TXR-EFFECTIVE-DATE
                                       > BEST-DEFAULT-DATE
                               MOVE TXR-EFFECTIVE-DATE
                                   TO BEST-DEFAULT-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAXRATE-FILE

               MOVE TM-JURISDICTION TO LOAD-JURISDICTION
               IF BEST-EFF-DATE = 0 AND TM-JURISDICTION NOT = SPACES
                   IF BEST-DEFAULT-DATE > 0
                       DISPLAY "Warning: TAXRATES.DAT has no rate set"
                           " for jurisdiction " TM-JURISDICTION
                           " in force for " TM-PRICE-DATE
                           " - the default set is used."
                   END-IF
                   MOVE SPACES TO LOAD-JURISDICTION
                   MOVE BEST-DEFAULT-DATE TO BEST-EFF-DATE
               END-IF

               IF BEST-EFF-DATE = 0
                   DISPLAY "TAXRATES.DAT has no rate set in force for "
                       TM-PRICE-DATE " - using built-in brackets."
                               MOVE "Y" TO TAXRATE-EOF
                           NOT AT END
                               IF TXR-EFFECTIVE-DATE = BEST-EFF-DATE
                                       AND TXR-JURISDICTION
                                           = LOAD-JURISDICTION
                                       AND TAX-BRACKET-COUNT < 10
                                   ADD 1 TO TAX-BRACKET-COUNT
                                   MOVE TXR-CEILING TO
                       END-READ
                   END-PERFORM
                   CLOSE TAXRATE-FILE
                   IF LOAD-JURISDICTION = SPACES
                       DISPLAY "Withholding brackets effective "
                           BEST-EFF-DATE " loaded from TAXRATES.DAT."
                   ELSE
                       DISPLAY "Withholding brackets for jurisdiction "
                           LOAD-JURISDICTION " effective "
                           BEST-EFF-DATE " loaded from TAXRATES.DAT."
                   END-IF
               END-IF
           END-IF.
