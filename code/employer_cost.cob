       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployerCost.

      *> The one place the employer's side of payroll is priced, in
      *> the TaxModule shape: callers pass the date to price for and
      *> the gross being paid, and the module loads the contribution
      *> set in force on that date from ERRATES.DAT and returns the
      *> employer's cost on each code - payroll tax, pension match,
      *> whatever Finance books over and above the gross - and the
      *> total. With no rate file there is no employer cost to post,
      *> and the module says so once per rate set instead of
      *> inventing a rate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERRATE-FILE ASSIGN DYNAMIC ERRATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> One contribution per record, dated like TAXRATES.DAT: every
      *> row carries the YYYYMMDD its rate set took effect, so a run
      *> picks the set in force for its pay period and a past
      *> period's costs stay provable from the file. The rate
      *> applies to the gross up to the monthly ceiling (zero = the
      *> whole gross), the way a capped social-insurance wage base
      *> works.
       FD ERRATE-FILE.
       01 ERRATE-RECORD.
           05 ERR-EFFECTIVE-DATE  PIC 9(8).
           05 FILLER              PIC X(1).
           05 ERR-CODE            PIC X(4).
           05 FILLER              PIC X(1).
           05 ERR-RATE            PIC 9V9999.
           05 FILLER              PIC X(1).
           05 ERR-CEILING         PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 ERR-DESC            PIC X(20).

       WORKING-STORAGE SECTION.
       01 ERRATE-FILE-NAME    PIC X(40) VALUE "ERRATES.DAT".
       01 ERRATE-STATUS       PIC X(2) VALUE SPACE.
       01 ERRATE-EOF          PIC X VALUE "N".
       01 BEST-EFF-DATE       PIC 9(8) VALUE 0.

       01 ER-RATE-TABLE.
           05 ER-RATE-ENTRY OCCURS 10 TIMES.
               10 ER-RATE-CODE    PIC X(4).
               10 ER-RATE-RATE    PIC 9V9999.
               10 ER-RATE-CEILING PIC 9(7)V99.

       01 ER-RATE-COUNT       PIC 99 VALUE 0.
       01 ER-INDEX            PIC 99.
       01 ER-BASE             PIC 9(7)V99.

      *> Rates stay loaded between CALLs; they are only re-read when
      *> a caller prices for a different date than the set now in
      *> storage was loaded for, so a file-wide pay run doesn't
      *> re-read ERRATES.DAT once per employee.
       01 LOADED-FOR-DATE     PIC 9(8) VALUE 0.

       LINKAGE SECTION.
           COPY "ercost.cpy".

       PROCEDURE DIVISION USING ER-COST-AREA.

           IF ER-PRICE-DATE NOT = LOADED-FOR-DATE
               PERFORM LOAD-EMPLOYER-RATES
               MOVE ER-PRICE-DATE TO LOADED-FOR-DATE
           END-IF

           PERFORM COMPUTE-EMPLOYER-COST

           GOBACK.

       COMPUTE-EMPLOYER-COST.
           MOVE 0 TO ER-TOTAL
           MOVE 0 TO ER-COUNT
           PERFORM VARYING ER-INDEX FROM 1 BY 1
                   UNTIL ER-INDEX > ER-RATE-COUNT
               MOVE ER-GROSS TO ER-BASE
               IF ER-RATE-CEILING(ER-INDEX) > 0
                       AND ER-BASE > ER-RATE-CEILING(ER-INDEX)
                   MOVE ER-RATE-CEILING(ER-INDEX) TO ER-BASE
               END-IF
               ADD 1 TO ER-COUNT
               MOVE ER-RATE-CODE(ER-INDEX) TO ER-CODE(ER-COUNT)
               COMPUTE ER-AMOUNT(ER-COUNT) ROUNDED =
                   ER-BASE * ER-RATE-RATE(ER-INDEX)
               ADD ER-AMOUNT(ER-COUNT) TO ER-TOTAL
           END-PERFORM.

       LOAD-EMPLOYER-RATES.
           *> Two passes over ERRATES.DAT, exactly as TaxModule
           *> reads TAXRATES.DAT: the first finds the latest
           *> effective date on or before ER-PRICE-DATE, the second
           *> loads that date's contribution rows in file order.
           ACCEPT ERRATE-FILE-NAME FROM ENVIRONMENT "ERRATES"
               ON EXCEPTION
                   MOVE "ERRATES.DAT" TO ERRATE-FILE-NAME
           END-ACCEPT

           MOVE 0 TO ER-RATE-COUNT
           MOVE 0 TO BEST-EFF-DATE

           OPEN INPUT ERRATE-FILE
           IF ERRATE-STATUS NOT = "00"
               DISPLAY "ERRATES.DAT not found - no employer costs"
                   " will be priced."
           ELSE
               MOVE "N" TO ERRATE-EOF
               PERFORM UNTIL ERRATE-EOF = "Y"
                   READ ERRATE-FILE
                       AT END
                           MOVE "Y" TO ERRATE-EOF
                       NOT AT END
                           IF ERR-EFFECTIVE-DATE <= ER-PRICE-DATE
                                   AND ERR-EFFECTIVE-DATE
                                       > BEST-EFF-DATE
                               MOVE ERR-EFFECTIVE-DATE
                                   TO BEST-EFF-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ERRATE-FILE

               IF BEST-EFF-DATE = 0
                   DISPLAY "ERRATES.DAT has no rate set in force for "
                       ER-PRICE-DATE " - no employer costs will be"
                       " priced."
               ELSE
                   OPEN INPUT ERRATE-FILE
                   MOVE "N" TO ERRATE-EOF
                   PERFORM UNTIL ERRATE-EOF = "Y"
                       READ ERRATE-FILE
                           AT END
                               MOVE "Y" TO ERRATE-EOF
                           NOT AT END
                               IF ERR-EFFECTIVE-DATE = BEST-EFF-DATE
                                       AND ER-RATE-COUNT < 10
                                   ADD 1 TO ER-RATE-COUNT
                                   MOVE ERR-CODE TO
                                       ER-RATE-CODE(ER-RATE-COUNT)
                                   MOVE ERR-RATE TO
                                       ER-RATE-RATE(ER-RATE-COUNT)
                                   MOVE ERR-CEILING TO
                                       ER-RATE-CEILING(ER-RATE-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ERRATE-FILE
                   DISPLAY "Employer contribution rates effective "
                       BEST-EFF-DATE " loaded from ERRATES.DAT."
               END-IF
           END-IF.
