               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLYPTS-STATUS.

           *> The batch results listing goes to a dated spool member
           *> named at run time (see OPEN-RESULTS-LISTING), so it is
           *> assigned through a WORKING-STORAGE item.
           SELECT POLYRPT-FILE ASSIGN DYNAMIC WS-POLYRPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLYRPT-STATUS.

           SELECT POLYJRNL-FILE ASSIGN TO "POLYJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLYJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POLY-INPUT-FILE.
           05 PI-COEF         OCCURS 20 TIMES
                               PIC S9(4)V9(4) SIGN IS TRAILING
                               SEPARATE CHARACTER.
      *> The same record keyed as an expression instead of fixed
      *> coefficient columns: the ID, an "=", then the polynomial in
      *> the DISPLAY2 notation, e.g. "P=3x^4 - 2.5x^2 + x - 7". The
      *> "=" sits where the fixed layout's degree digits go, so the
      *> two forms can never be mistaken for each other.
       01 POLY-EXPR-REC.
           05 PE-POLY-ID      PIC X(1).
           05 PE-MARKER       PIC X(1).
           05 PE-EXPRESSION   PIC X(181).

       *> One operation per record: an ACTION-COMMAND value, a
       *> one-character DEST polynomial ID that the operation reads
      *> and no action that needs it can validate on such a file.
           05 OPCTL-STEP      PIC S9(4)V9(4) SIGN IS TRAILING
                               SEPARATE CHARACTER.
      *> Expression for a "LOAD" with a blank OPERAND: the DEST
      *> slot is loaded from the polynomial written out here in the
      *> DISPLAY2 notation instead of copied from another slot.
      *> Blank on every other action.
           05 OPCTL-EXPRESSION PIC X(80).

       *> Written by the "SAVE" pseudo-action in the same layout as
       *> POLY-INPUT-REC, so tonight's result file can be renamed to
           05 PT-Y            PIC S9(4)V9(4) SIGN IS TRAILING
                               SEPARATE CHARACTER.

      *> One line of the batch results listing: the heading, one
      *> line per operation with the DEST slot's value after it,
      *> and the run totals. Wide enough for a full 20-coefficient
      *> polynomial written out in the DISPLAY2 notation.
       FD POLYRPT-FILE.
       01 POLYRPT-REC         PIC X(380).

      *> Before and after image of every library store or replace.
       FD POLYJRNL-FILE.
           COPY "polyjrnl.cpy".

       WORKING-STORAGE SECTION.

       01 WS-POLY-STATUS      PIC X(2) VALUE SPACE.
       01 FIT-TOLERANCE       PIC 9V9(4) VALUE 0.0500.
       01 FIT-DEV-ED          PIC -(6)9.9(4).

       *> "LSQFIT" state: a least-squares fit of a requested lower
       *> degree to any number of POLYPTS.DAT points. Only running
       *> sums are kept - the power sums of x and of y times x that
       *> make up the normal equations - so the point count is not
       *> bounded by a table; the file is read a second time for the
       *> residual listing. The sums and the elimination carry wide
       *> packed fields since x to the power 2 x degree grows fast.
       01 LSQ-DEGREE          PIC 99.
       01 LSQ-TERMS           PIC 99.
       01 LSQ-SUM-COUNT       PIC 99.
       01 LSQ-POINTS          PIC 9(6) VALUE 0.
       01 LSQ-OK              PIC X VALUE "Y".
       01 LSQ-I               PIC 99.
       01 LSQ-J               PIC 99.
       01 LSQ-K               PIC 99.
       01 LSQ-PIVOT-ROW       PIC 99.
       01 LSQ-EXPONENT        PIC 99.
       01 LSQ-XSUM-TABLE.
           05 LSQ-XSUM        OCCURS 39 TIMES
                               PIC S9(24)V9(12) COMP-3.
       01 LSQ-MATRIX.
           05 LSQ-ROW         OCCURS 20 TIMES.
               10 LSQ-M       OCCURS 20 TIMES
                               PIC S9(24)V9(12) COMP-3.
       01 LSQ-V-TABLE.
           05 LSQ-V           OCCURS 20 TIMES
                               PIC S9(24)V9(12) COMP-3.
       01 LSQ-C-TABLE.
           05 LSQ-C           OCCURS 20 TIMES
                               PIC S9(24)V9(12) COMP-3.
       01 LSQ-POWER           PIC S9(24)V9(12) COMP-3.
       01 LSQ-TERM            PIC S9(24)V9(12) COMP-3.
       01 LSQ-FACTOR          PIC S9(24)V9(12) COMP-3.
       01 LSQ-SWAP            PIC S9(24)V9(12) COMP-3.
       01 LSQ-BEST            PIC S9(24)V9(12) COMP-3.
       01 LSQ-SINGULAR        PIC 9V9(9) VALUE 0.000000001.
       01 LSQ-COEF-CEILING    PIC 9(5)V9(4) VALUE 99999.9999.
       01 LSQ-SUM-Y           PIC S9(15)V9(4) COMP-3.
       01 LSQ-MEAN-Y          PIC S9(9)V9(9) COMP-3.
       01 LSQ-RESIDUAL        PIC S9(9)V9(9) COMP-3.
       01 LSQ-RSS             PIC S9(18)V9(8) COMP-3.
       01 LSQ-TSS             PIC S9(18)V9(8) COMP-3.
       01 LSQ-R-SQUARED       PIC S9(3)V9(6) COMP-3.
       01 LSQ-PT-NO-ED        PIC Z(5)9.
       01 LSQ-X-ED            PIC -(4)9.9(4).
       01 LSQ-Y-ED            PIC -(4)9.9(4).
       01 LSQ-FIT-ED          PIC -(4)9.9(4).
       01 LSQ-RESID-ED        PIC -(8)9.9(4).
       01 LSQ-RSS-ED          PIC -(14)9.9(4).
       01 LSQ-R2-ED           PIC -(3)9.9(6).

       *> Validation pre-pass and run-control totals: OPCTL.DAT is
       *> checked end-to-end before the first operation executes, so
       *> a bad control file is refused whole instead of complaining
       01 WS-OPS-WARNED       PIC 9(4) VALUE 0.
       01 WS-WARN-COUNT       PIC 9(4) VALUE 0.
       01 WS-WARN-BEFORE      PIC 9(4) VALUE 0.
       01 WS-ERRORS-BEFORE    PIC 9(4) VALUE 0.
       01 WS-OPCTL-REJECTED   PIC 9(4) VALUE 0.

       *> Run control for an OPCTL.DAT batch, as every other batch
       *> program keeps it: one RUNLOG.DAT record per batch with the
       *> operations read, executed and rejected; the results listing
       *> on a dated spool member; and an update-role operator behind
       *> any batch that files polynomials in the shared library.
       *> WS-LIB-UPDATES counts the library-changing operations the
       *> validation pass found - STORE, and FIT or LSQFIT given a
       *> library name; a batch with none needs no sign-on, though
       *> an operator the menu already signed on is still recorded.
           COPY "runlogrec.cpy".
           COPY "signoninfo.cpy".
       01 WS-SIGNON-LOCAL.
           05 WS-SL-OPERATOR-ID PIC X(10).
           05 WS-SL-ROLE        PIC X(1).
       01 WS-OPERATOR-ID      PIC X(10) VALUE SPACE.
       01 WS-OPERATOR-ROLE    PIC X(1) VALUE SPACE.
       01 WS-SIGNON-OK        PIC X VALUE "N".
       01 WS-LIB-UPDATES      PIC 9(4) VALUE 0.

       *> Spool registration: with no POLYRPT override from the JCL,
       *> each batch's listing goes to its own dated spool member via
       *> SpoolRegister; SpoolBrowse lists and reprints the held runs.
       01 WS-SPOOL-REQUEST.
           05 WS-SP-PROGRAM   PIC X(20).
           05 WS-SP-BASE      PIC X(12).
           05 WS-SP-MEMBER    PIC X(40).
       01 WS-POLYRPT-FILE-NAME PIC X(40) VALUE SPACE.
       01 WS-POLYRPT-STATUS   PIC X(2) VALUE SPACE.
       01 WS-RUN-STAMP        PIC X(21).
       01 WS-LST-OUTCOME      PIC X(7).
       01 WS-LST-POS          PIC 999.
       01 WS-LST-COEF         PIC S9(5)V9(4).
       01 WS-LST-COEF-ED      PIC Z(4)9.9(4).
       01 WS-LST-POWER-ED     PIC Z9.
       01 WS-LST-POLY-TEXT    PIC X(360).

       *> Library journal: opened once for a batch that changes the
       *> library. The batch still runs if it cannot be opened - but
       *> says so. The before image is taken off the library record
       *> before it is overwritten.
       01 WS-POLYJRNL-STATUS  PIC X(2) VALUE SPACE.
       01 WS-POLYJRNL-OK      PIC X VALUE "N".
       01 WS-PJ-ACTION        PIC X(3).
       01 WS-PJ-BEFORE.
           05 WS-PJ-B-DEGREE  PIC 99.
           05 WS-PJ-B-COEF    OCCURS 20 TIMES
                               PIC S9(5)V9(4) SIGN IS TRAILING
                               SEPARATE CHARACTER.

       *> Upper bound for every polynomial's coefficient table below,
       *> passed into PolynomialModule on every CALL so raising it
       *> here is a data change, not a recompile of the module.
       01 MAX-DEGREE-LIMIT    PIC 99 VALUE 20.

       *> Expression parser state. PARSE-EXPRESSION reads PX-TEXT -
       *> one polynomial in the DISPLAY2 notation, e.g.
       *> "3x^4 - 2.5x^2 + x - 7" - into WORK-REC a signed term at a
       *> time, and leaves PX-OK "N" with the reason in PX-ERROR on
       *> the first malformed term. PX-TEXT is wider than any field
       *> that feeds it, so looking one character past the end of
       *> the expression always lands on a space. PX-SEEN marks each
       *> power already given, so a repeated power is refused
       *> rather than silently overwriting the first.
       01 PX-TEXT             PIC X(200).
       01 PX-LEN              PIC 999.
       01 PX-POS              PIC 999.
       01 PX-TERM-START       PIC 999.
       01 PX-CHAR             PIC X.
       01 PX-DIGIT            PIC 9.
       01 PX-OK               PIC X VALUE "Y".
       01 PX-ERROR            PIC X(80).
       01 PX-REASON           PIC X(60).
       01 PX-TERMS            PIC 99.
       01 PX-SIGN             PIC X.
       01 PX-VALUE            PIC S9(5)V9(4).
       01 PX-HAVE-DIGITS      PIC X.
       01 PX-IN-FRACTION      PIC X.
       01 PX-INT-DIGITS       PIC 99.
       01 PX-FRAC-DIGITS      PIC 99.
       01 PX-SCALE            PIC 9V9(4).
       01 PX-POWER            PIC 999.
       01 PX-POWER-DIGITS     PIC 99.
       01 PX-SLOT             PIC 999.
       01 PX-SEEN-TABLE.
           05 PX-SEEN         OCCURS 100 TIMES PIC X.
       01 PX-COL-ED           PIC ZZ9.
       01 PX-POWER-ED         PIC Z9.
       01 PX-LIMIT-ED         PIC Z9.

       01 NEW-DEGREE            PIC 99.
       01 I                   PIC 99.
       01 X                   PIC S9(4).
       LOAD-POLYNOMIALS.
           *> Reads POLY-REC-shaped records from POLYIN.DAT and loads
           *> each one into the matching working polynomial by its
           *> one-character ID ("P", "Q", ...). A record with "="
           *> after the ID carries the polynomial as an expression
           *> instead of fixed coefficient columns. A missing file just
           *> leaves the built-in defaults set above in place.
           COMPUTE WS-POLY-MAX = FUNCTION MIN(MAX-DEGREE-LIMIT 20)

                       AT END
                           MOVE "Y" TO WS-POLY-EOF
                       NOT AT END
                           IF PE-MARKER = "="
                               PERFORM STORE-POLY-EXPR-REC
                           ELSE
                               PERFORM STORE-POLY-INPUT-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POLY-INPUT-FILE
                       PI-POLY-ID
           END-EVALUATE.

       STORE-POLY-EXPR-REC.
           *> A malformed expression leaves that polynomial at its
           *> built-in default, the same as an ID the file leaves out,
           *> and says exactly what was wrong with it.
           MOVE PE-EXPRESSION TO PX-TEXT
           PERFORM PARSE-EXPRESSION
           IF PX-OK NOT = "Y"
               DISPLAY "POLYIN.DAT: expression for polynomial "
                   PE-POLY-ID " rejected - " FUNCTION TRIM(PX-ERROR)
                   ". Default kept."
           ELSE
               EVALUATE PE-POLY-ID
                   WHEN "P"
                       MOVE WORK-REC TO P
                   WHEN "Q"
                       MOVE WORK-REC TO Q
                   WHEN OTHER
                       DISPLAY "Unknown polynomial ID in POLYIN.DAT: "
                           PE-POLY-ID
               END-EVALUATE
           END-IF.

       PARSE-EXPRESSION.
           *> Reads PX-TEXT into WORK-REC. The notation is exactly
           *> what DISPLAY2 prints - terms such as "4.0000x^3",
           *> "2.0000x" and "1.0000" joined by " + " and " - ", with
           *> a leading " - " on a negative first term - so anything
           *> DISPLAY2 shows can be keyed straight back in. A bare
           *> "x" means a coefficient of 1, a term's sign may be
           *> followed by spaces, and "3*x^2" is taken as "3x^2".
           *> Coefficients carry the working slots' five whole digits
           *> and four decimals; more of either is refused rather
           *> than truncated. WORK-DEGREE ends as the slot of the
           *> highest nonzero term, so "0" is zero(x).
           MOVE "Y" TO PX-OK
           MOVE SPACES TO PX-ERROR
           MOVE 0 TO PX-TERMS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MAX-DEGREE-LIMIT
               MOVE 0 TO WORK-COEF(I)
           END-PERFORM
           MOVE 1 TO WORK-DEGREE
           PERFORM VARYING PX-SLOT FROM 1 BY 1 UNTIL PX-SLOT > 100
               MOVE "N" TO PX-SEEN(PX-SLOT)
           END-PERFORM

           MOVE 0 TO PX-LEN
           IF PX-TEXT NOT = SPACES
               COMPUTE PX-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(PX-TEXT TRAILING))
           END-IF
           MOVE 1 TO PX-POS
           PERFORM SKIP-EXPRESSION-SPACES
           IF PX-POS > PX-LEN
               MOVE "N" TO PX-OK
               MOVE "the expression is blank" TO PX-ERROR
           END-IF

           PERFORM UNTIL PX-OK NOT = "Y" OR PX-POS > PX-LEN
               PERFORM PARSE-ONE-TERM
               PERFORM SKIP-EXPRESSION-SPACES
           END-PERFORM

           IF PX-OK = "Y"
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > MAX-DEGREE-LIMIT
                   IF WORK-COEF(I) NOT = 0
                       MOVE I TO WORK-DEGREE
                   END-IF
               END-PERFORM
           END-IF.

       SKIP-EXPRESSION-SPACES.
           PERFORM UNTIL PX-POS > PX-LEN
                   OR PX-TEXT(PX-POS:1) NOT = SPACE
               ADD 1 TO PX-POS
           END-PERFORM.

       PARSE-ONE-TERM.
           *> One term: [sign] [coefficient] [x[^power]]. Every term
           *> after the first must open with its sign - that is what
           *> catches "3x2" or "3 x" instead of guessing at them.
           ADD 1 TO PX-TERMS
           MOVE PX-POS TO PX-TERM-START
           MOVE "+" TO PX-SIGN
           MOVE PX-TEXT(PX-POS:1) TO PX-CHAR
           IF PX-CHAR = "+" OR PX-CHAR = "-"
               MOVE PX-CHAR TO PX-SIGN
               ADD 1 TO PX-POS
               PERFORM SKIP-EXPRESSION-SPACES
               MOVE PX-POS TO PX-TERM-START
               IF PX-POS > PX-LEN
                   MOVE "a sign with no term after it"
                       TO PX-REASON
                   PERFORM FAIL-EXPRESSION
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF PX-TERMS > 1
                   MOVE "expected + or - before the next term"
                       TO PX-REASON
                   PERFORM FAIL-EXPRESSION
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM PARSE-TERM-COEFFICIENT
           IF PX-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO PX-POWER
           IF PX-TEXT(PX-POS:1) = "*" AND PX-HAVE-DIGITS = "Y"
               ADD 1 TO PX-POS
               IF PX-TEXT(PX-POS:1) NOT = "x"
                       AND PX-TEXT(PX-POS:1) NOT = "X"
                   MOVE "'*' must be followed by x" TO PX-REASON
                   PERFORM FAIL-EXPRESSION
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF PX-TEXT(PX-POS:1) = "x" OR PX-TEXT(PX-POS:1) = "X"
               ADD 1 TO PX-POS
               MOVE 1 TO PX-POWER
               IF PX-TEXT(PX-POS:1) = "^"
                   ADD 1 TO PX-POS
                   PERFORM PARSE-TERM-POWER
                   IF PX-OK NOT = "Y"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF PX-HAVE-DIGITS = "N"
                   MOVE 1 TO PX-VALUE
               END-IF
           ELSE
               IF PX-HAVE-DIGITS = "N"
                   MOVE "malformed term - expected a number or x"
                       TO PX-REASON
                   PERFORM FAIL-EXPRESSION
                   EXIT PARAGRAPH
               END-IF
           END-IF

           *> WORK-COEF(n) holds the x^(n-1) term, and the working
           *> slots stop at MAX-DEGREE-LIMIT.
           COMPUTE PX-SLOT = PX-POWER + 1
           MOVE PX-POWER TO PX-POWER-ED
           IF PX-SLOT > MAX-DEGREE-LIMIT
               COMPUTE PX-LIMIT-ED = MAX-DEGREE-LIMIT - 1
               MOVE SPACES TO PX-REASON
               STRING "x^" FUNCTION TRIM(PX-POWER-ED)
                   " is past the highest power allowed, x^"
                   FUNCTION TRIM(PX-LIMIT-ED)
                   DELIMITED BY SIZE INTO PX-REASON
               PERFORM FAIL-EXPRESSION
               EXIT PARAGRAPH
           END-IF
           IF PX-SEEN(PX-SLOT) = "Y"
               MOVE SPACES TO PX-REASON
               STRING "power x^" FUNCTION TRIM(PX-POWER-ED)
                   " is given more than once"
                   DELIMITED BY SIZE INTO PX-REASON
               PERFORM FAIL-EXPRESSION
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO PX-SEEN(PX-SLOT)

           IF PX-SIGN = "-"
               COMPUTE WORK-COEF(PX-SLOT) = 0 - PX-VALUE
           ELSE
               MOVE PX-VALUE TO WORK-COEF(PX-SLOT)
           END-IF.

       PARSE-TERM-COEFFICIENT.
           *> Digits with at most one decimal point, built up a digit
           *> at a time. PX-HAVE-DIGITS stays "N" for a bare "x".
           MOVE 0 TO PX-VALUE
           MOVE 0 TO PX-INT-DIGITS
           MOVE 0 TO PX-FRAC-DIGITS
           MOVE "N" TO PX-HAVE-DIGITS
           MOVE "N" TO PX-IN-FRACTION
           PERFORM UNTIL PX-OK NOT = "Y"
               MOVE PX-TEXT(PX-POS:1) TO PX-CHAR
               IF PX-CHAR IS NUMERIC
                   MOVE PX-CHAR TO PX-DIGIT
                   MOVE "Y" TO PX-HAVE-DIGITS
                   IF PX-IN-FRACTION = "Y"
                       ADD 1 TO PX-FRAC-DIGITS
                       IF PX-FRAC-DIGITS > 4
                           MOVE "more than four decimal places"
                               TO PX-REASON
                           PERFORM FAIL-EXPRESSION
                       ELSE
                           COMPUTE PX-VALUE =
                               PX-VALUE + (PX-DIGIT * PX-SCALE)
                           COMPUTE PX-SCALE = PX-SCALE / 10
                       END-IF
                   ELSE
                       ADD 1 TO PX-INT-DIGITS
                       IF PX-INT-DIGITS > 5
                           MOVE "coefficient is larger than 99999.9999"
                               TO PX-REASON
                           PERFORM FAIL-EXPRESSION
                       ELSE
                           COMPUTE PX-VALUE = (PX-VALUE * 10) + PX-DIGIT
                       END-IF
                   END-IF
                   ADD 1 TO PX-POS
               ELSE
                   IF PX-CHAR = "." AND PX-IN-FRACTION = "N"
                       MOVE "Y" TO PX-IN-FRACTION
                       MOVE 0.1 TO PX-SCALE
                       ADD 1 TO PX-POS
                   ELSE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM

           IF PX-OK = "Y" AND PX-IN-FRACTION = "Y"
                   AND PX-FRAC-DIGITS = 0
               MOVE "decimal point with no digits after it"
                   TO PX-REASON
               PERFORM FAIL-EXPRESSION
           END-IF.

       PARSE-TERM-POWER.
           *> The power after "^": one or two digits, nothing else.
           MOVE 0 TO PX-POWER
           MOVE 0 TO PX-POWER-DIGITS
           PERFORM UNTIL PX-OK NOT = "Y"
                   OR PX-TEXT(PX-POS:1) IS NOT NUMERIC
               ADD 1 TO PX-POWER-DIGITS
               IF PX-POWER-DIGITS > 2
                   MOVE "power has more than two digits" TO PX-REASON
                   PERFORM FAIL-EXPRESSION
               ELSE
                   MOVE PX-TEXT(PX-POS:1) TO PX-DIGIT
                   COMPUTE PX-POWER = (PX-POWER * 10) + PX-DIGIT
                   ADD 1 TO PX-POS
               END-IF
           END-PERFORM
           IF PX-OK = "Y" AND PX-POWER-DIGITS = 0
               MOVE "'^' with no power after it" TO PX-REASON
               PERFORM FAIL-EXPRESSION
           END-IF.

       FAIL-EXPRESSION.
           *> Builds PX-ERROR from PX-REASON plus the position of the
           *> offending term within the expression, so the caller's
           *> message points straight at it.
           MOVE "N" TO PX-OK
           MOVE PX-TERM-START TO PX-COL-ED
           MOVE SPACES TO PX-ERROR
           STRING FUNCTION TRIM(PX-REASON) " (term at character "
               FUNCTION TRIM(PX-COL-ED) ")"
               DELIMITED BY SIZE INTO PX-ERROR.

       RUN-BATCH-OPERATIONS.
           *> OPCTL-FILE is already open at this point (the caller
           *> used its open status to decide whether to come here).
           *> The whole control file is validated before the first
           *> operation runs; any error refuses the run with a
           *> nonzero return code, the way VerifyControlTotals gates
           *> PAYNEWHR. A batch that would change the library is
           *> likewise refused whole, before anything executes, when
           *> no update-role operator is signed on. Either way the
           *> refusal is listed and logged like a completed batch.
           MOVE SPACES TO RUNLOG-RECORD
           MOVE "PolynomialsMain" TO RL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE TO RL-START-STAMP
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED

           PERFORM VALIDATE-BATCH
           CLOSE OPCTL-FILE
           MOVE WS-OPCTL-RECNO TO RL-RECORDS-READ

           PERFORM SIGN-ON
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID

           PERFORM OPEN-RESULTS-LISTING
           IF WS-POLYRPT-STATUS NOT = "00"
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-OPCTL-ERRORS > 0
                   PERFORM REFUSE-INVALID-BATCH
               ELSE
                   IF WS-SIGNON-OK NOT = "Y"
                       PERFORM REFUSE-UNAUTHORIZED-BATCH
                   ELSE
                       PERFORM EXECUTE-BATCH
                   END-IF
               END-IF
           END-IF.

       EXECUTE-BATCH.
           IF WS-LIB-UPDATES > 0
               PERFORM OPEN-LIBRARY-JOURNAL
           END-IF

           OPEN INPUT OPCTL-FILE
           MOVE "N" TO WS-OPCTL-EOF
           PERFORM UNTIL WS-OPCTL-EOF = "Y"
               READ OPCTL-FILE
                   AT END
                       MOVE "Y" TO WS-OPCTL-EOF
                   NOT AT END
                       PERFORM RUN-ONE-OPERATION
                       PERFORM LIST-OPERATION-RESULT
               END-READ
           END-PERFORM
           CLOSE OPCTL-FILE

           IF WS-POLYJRNL-OK = "Y"
               CLOSE POLYJRNL-FILE
           END-IF

           DISPLAY "Batch summary: attempted " WS-OPS-ATTEMPTED
               ", completed clean " WS-OPS-COMPLETED
               ", with warnings " WS-OPS-WARNED "."

           MOVE SPACES TO POLYRPT-REC
           WRITE POLYRPT-REC
           MOVE SPACES TO POLYRPT-REC
           STRING "Operations read " WS-OPCTL-RECNO
               ", executed " WS-OPS-ATTEMPTED
               " (clean " WS-OPS-COMPLETED
               ", with warnings " WS-OPS-WARNED
               "), rejected 0000."
               DELIMITED BY SIZE INTO POLYRPT-REC
           WRITE POLYRPT-REC
           CLOSE POLYRPT-FILE

           MOVE WS-OPS-ATTEMPTED TO RL-RECORDS-WRITTEN
           IF WS-OPS-WARNED > 0
               MOVE "WARN" TO RL-FINAL-STATUS
           ELSE
               MOVE "OK" TO RL-FINAL-STATUS
           END-IF
           CALL "RunLogger" USING RUNLOG-RECORD

           *> RETURN-CODE is set after the last CALL: a CALLed
           *> subprogram's GOBACK replaces the register with its own
           *> zero.
           MOVE 0 TO RETURN-CODE.

       REFUSE-INVALID-BATCH.
           *> The records in error are the rejected count; the
           *> reasons are on the console log, record by record.
           DISPLAY "OPCTL.DAT failed validation with "
               WS-OPCTL-ERRORS " error(s) - run refused, no"
               " operation executed."

           MOVE SPACES TO POLYRPT-REC
           STRING "OPCTL.DAT failed validation with "
               WS-OPCTL-ERRORS " error(s) in " WS-OPCTL-REJECTED
               " record(s) - run refused, no operation executed."
               DELIMITED BY SIZE INTO POLYRPT-REC
           WRITE POLYRPT-REC
           MOVE SPACES TO POLYRPT-REC
           STRING "Operations read " WS-OPCTL-RECNO
               ", executed 0000, rejected " WS-OPCTL-REJECTED "."
               DELIMITED BY SIZE INTO POLYRPT-REC
           WRITE POLYRPT-REC
           CLOSE POLYRPT-FILE

           MOVE WS-OPCTL-REJECTED TO RL-RECORDS-SKIPPED
           MOVE "RFSD" TO RL-FINAL-STATUS
           CALL "RunLogger" USING RUNLOG-RECORD
           MOVE 8 TO RETURN-CODE.

       REFUSE-UNAUTHORIZED-BATCH.
           *> The library-changing operations are the rejected count:
           *> they are what the operator lacked the authority for.
           DISPLAY "Batch changes the polynomial library in "
               WS-LIB-UPDATES " operation(s) - run refused, no"
               " operation executed."

           MOVE SPACES TO POLYRPT-REC
           STRING "Batch changes the polynomial library in "
               WS-LIB-UPDATES " operation(s) and has no update-role"
               " sign-on - run refused, no operation executed."
               DELIMITED BY SIZE INTO POLYRPT-REC
           WRITE POLYRPT-REC
           MOVE SPACES TO POLYRPT-REC
           STRING "Operations read " WS-OPCTL-RECNO
               ", executed 0000, rejected " WS-LIB-UPDATES "."
               DELIMITED BY SIZE INTO POLYRPT-REC
           WRITE POLYRPT-REC
           CLOSE POLYRPT-FILE

           MOVE WS-LIB-UPDATES TO RL-RECORDS-SKIPPED
           MOVE "ABRT" TO RL-FINAL-STATUS
           CALL "RunLogger" USING RUNLOG-RECORD
           MOVE 12 TO RETURN-CODE.

       SIGN-ON.
           *> The operator comes from the shared EXTERNAL SIGNON-INFO
           *> group when MainMenu already signed them on. Otherwise a
           *> SignOnModule dialogue is held only for a valid batch
           *> that changes the library - a batch that only computes
           *> runs unattended, as it always has. Filing polynomials
           *> in the shared library needs update authority.
           MOVE "Y" TO WS-SIGNON-OK
           IF SI-OPERATOR-ID NOT = SPACES
                   AND SI-OPERATOR-ID NOT = LOW-VALUES
               MOVE SI-OPERATOR-ID TO WS-OPERATOR-ID
               MOVE SI-ROLE        TO WS-OPERATOR-ROLE
           ELSE
               IF WS-LIB-UPDATES > 0 AND WS-OPCTL-ERRORS = 0
                   MOVE SPACES TO WS-SIGNON-LOCAL
                   CALL "SignOnModule" USING WS-SIGNON-LOCAL
                   IF WS-SL-OPERATOR-ID NOT = SPACES
                       MOVE WS-SL-OPERATOR-ID TO WS-OPERATOR-ID
                       MOVE WS-SL-ROLE        TO WS-OPERATOR-ROLE
                   ELSE
                       DISPLAY "Sign-on failed - this batch changes"
                           " the polynomial library."
                       MOVE "N" TO WS-SIGNON-OK
                   END-IF
               END-IF
           END-IF

           IF WS-LIB-UPDATES > 0 AND WS-OPCTL-ERRORS = 0
                   AND WS-SIGNON-OK = "Y"
                   AND WS-OPERATOR-ROLE NOT = "U"
               DISPLAY "Operator " WS-OPERATOR-ID " has inquiry-only"
                   " authority - this batch changes the polynomial"
                   " library."
               MOVE "N" TO WS-SIGNON-OK
           END-IF.

       OPEN-RESULTS-LISTING.
           *> With no POLYRPT override the listing is registered as
           *> a dated spool member, so one batch's results never
           *> overwrite another's.
           ACCEPT WS-POLYRPT-FILE-NAME FROM ENVIRONMENT "POLYRPT"
               ON EXCEPTION
                   MOVE SPACES TO WS-POLYRPT-FILE-NAME
           END-ACCEPT
           IF WS-POLYRPT-FILE-NAME = SPACES
               MOVE "PolynomialsMain" TO WS-SP-PROGRAM
               MOVE "POLYRPT" TO WS-SP-BASE
               CALL "SpoolRegister" USING WS-SPOOL-REQUEST
               MOVE WS-SP-MEMBER TO WS-POLYRPT-FILE-NAME
           END-IF

           OPEN OUTPUT POLYRPT-FILE
           IF WS-POLYRPT-STATUS NOT = "00"
               DISPLAY "Unable to open "
                   FUNCTION TRIM(WS-POLYRPT-FILE-NAME) " - status "
                   WS-POLYRPT-STATUS ". Batch not run."
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
               MOVE SPACES TO POLYRPT-REC
               STRING "POLYNOMIAL BATCH RESULTS   RUN "
                   WS-RUN-STAMP(1:4) "-" WS-RUN-STAMP(5:2) "-"
                   WS-RUN-STAMP(7:2) " " WS-RUN-STAMP(9:2) ":"
                   WS-RUN-STAMP(11:2) ":" WS-RUN-STAMP(13:2)
                   "   OPERATOR " WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO POLYRPT-REC
               WRITE POLYRPT-REC
               MOVE SPACES TO POLYRPT-REC
               WRITE POLYRPT-REC
               MOVE "REC  ACTION      D O NAME         OUTCOME"
                   TO POLYRPT-REC
               WRITE POLYRPT-REC
               MOVE "---- ----------- - - ------------ -------"
                   TO POLYRPT-REC
               WRITE POLYRPT-REC
           END-IF.

       LIST-OPERATION-RESULT.
           *> One line per operation, then the DEST slot's value as
           *> it stands after the operation - for SAVE, STORE and
           *> TABULATE that is the value they wrote out. CATALOG
           *> touches no slot.
           IF WS-WARN-COUNT > WS-WARN-BEFORE
               MOVE "WARNING" TO WS-LST-OUTCOME
           ELSE
               MOVE "OK" TO WS-LST-OUTCOME
           END-IF
           MOVE SPACES TO POLYRPT-REC
           STRING WS-OPS-ATTEMPTED " " OPCTL-ACTION " " OPCTL-DEST
               " " OPCTL-OPERAND " " OPCTL-NAME " " WS-LST-OUTCOME
               DELIMITED BY SIZE INTO POLYRPT-REC
           WRITE POLYRPT-REC

           IF OPCTL-ACTION NOT = "CATALOG"
               PERFORM RESOLVE-DEST
               PERFORM FORMAT-WORK-POLY
               MOVE SPACES TO POLYRPT-REC
               IF OPCTL-ACTION = "EQ"
                   STRING "     " OPCTL-DEST " = "
                       FUNCTION TRIM(WS-LST-POLY-TEXT)
                       "   EQ result = " EQ-RESULT
                       DELIMITED BY SIZE INTO POLYRPT-REC
               ELSE
                   STRING "     " OPCTL-DEST " = "
                       FUNCTION TRIM(WS-LST-POLY-TEXT)
                       DELIMITED BY SIZE INTO POLYRPT-REC
               END-IF
               WRITE POLYRPT-REC
           END-IF.

       FORMAT-WORK-POLY.
           *> WORK-REC written out in the DISPLAY2 notation into
           *> WS-LST-POLY-TEXT - the module's DISPLAY2 only goes to
           *> the console. The text LOADs straight back as an
           *> expression.
           MOVE SPACES TO WS-LST-POLY-TEXT
           MOVE 1 TO WS-LST-POS
           PERFORM VARYING I FROM WORK-DEGREE BY -1 UNTIL I < 1
               IF WORK-COEF(I) NOT = 0
                   IF WORK-COEF(I) < 0
                       IF WS-LST-POS = 1
                           STRING "-" DELIMITED BY SIZE
                               INTO WS-LST-POLY-TEXT
                               WITH POINTER WS-LST-POS
                       ELSE
                           STRING " - " DELIMITED BY SIZE
                               INTO WS-LST-POLY-TEXT
                               WITH POINTER WS-LST-POS
                       END-IF
                       COMPUTE WS-LST-COEF = 0 - WORK-COEF(I)
                   ELSE
                       IF WS-LST-POS > 1
                           STRING " + " DELIMITED BY SIZE
                               INTO WS-LST-POLY-TEXT
                               WITH POINTER WS-LST-POS
                       END-IF
                       MOVE WORK-COEF(I) TO WS-LST-COEF
                   END-IF
                   MOVE WS-LST-COEF TO WS-LST-COEF-ED
                   EVALUATE I
                       WHEN 1
                           STRING FUNCTION TRIM(WS-LST-COEF-ED)
                               DELIMITED BY SIZE
                               INTO WS-LST-POLY-TEXT
                               WITH POINTER WS-LST-POS
                       WHEN 2
                           STRING FUNCTION TRIM(WS-LST-COEF-ED) "x"
                               DELIMITED BY SIZE
                               INTO WS-LST-POLY-TEXT
                               WITH POINTER WS-LST-POS
                       WHEN OTHER
                           COMPUTE WS-LST-POWER-ED = I - 1
                           STRING FUNCTION TRIM(WS-LST-COEF-ED) "x^"
                               FUNCTION TRIM(WS-LST-POWER-ED)
                               DELIMITED BY SIZE
                               INTO WS-LST-POLY-TEXT
                               WITH POINTER WS-LST-POS
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-LST-POS = 1
               MOVE "0" TO WS-LST-POLY-TEXT
           END-IF.

       OPEN-LIBRARY-JOURNAL.
           *> EXTEND against a file that doesn't exist yet falls
           *> back to OUTPUT, the way ADDRJRNL.DAT is opened.
           OPEN EXTEND POLYJRNL-FILE
           IF WS-POLYJRNL-STATUS NOT = "00"
               OPEN OUTPUT POLYJRNL-FILE
           END-IF
           IF WS-POLYJRNL-STATUS = "00"
               MOVE "Y" TO WS-POLYJRNL-OK
           ELSE
               MOVE "N" TO WS-POLYJRNL-OK
               DISPLAY "Warning: unable to open POLYJRNL.DAT -"
                   " status " WS-POLYJRNL-STATUS ". Library changes"
                   " this batch will not be journaled."
           END-IF.

       VALIDATE-BATCH.
           MOVE 0 TO WS-OPCTL-ERRORS
           MOVE 0 TO WS-OPCTL-REJECTED
           MOVE 0 TO WS-LIB-UPDATES
           MOVE 0 TO WS-OPCTL-RECNO
           MOVE "N" TO WS-OPCTL-EOF
           PERFORM UNTIL WS-OPCTL-EOF = "Y"
                       MOVE "Y" TO WS-OPCTL-EOF
                   NOT AT END
                       ADD 1 TO WS-OPCTL-RECNO
                       MOVE WS-OPCTL-ERRORS TO WS-ERRORS-BEFORE
                       PERFORM VALIDATE-ONE-OPERATION
                       IF WS-OPCTL-ERRORS > WS-ERRORS-BEFORE
                           ADD 1 TO WS-OPCTL-REJECTED
                       END-IF
                       IF OPCTL-ACTION = "STORE"
                               OR ((OPCTL-ACTION = "FIT"
                               OR OPCTL-ACTION = "LSQFIT")
                               AND OPCTL-NAME NOT = SPACES)
                           ADD 1 TO WS-LIB-UPDATES
                       END-IF
               END-READ
           END-PERFORM.

               WHEN "FETCH"
               WHEN "STORE"
               WHEN "FIT"
               WHEN "LSQFIT"
               WHEN "CATALOG"
               WHEN "DISPLAY2"
               WHEN "DISPLAY-CSV"

               *> SAVE's OPERAND is only a label and may be blank;
               *> FETCH and STORE address the library by name
               *> instead; FIT, LSQFIT and TABULATE take no second
               *> polynomial; a LOAD with a blank OPERAND takes its
               *> expression instead; every other action reads
               *> OTHER-REC from it.
               IF OPCTL-OPERAND NOT = "Z" AND OPCTL-OPERAND NOT = "P"
                       AND OPCTL-OPERAND NOT = "Q"
                       AND OPCTL-OPERAND NOT = "R"
                   IF OPCTL-OPERAND = SPACE
                           AND (OPCTL-ACTION = "SAVE"
                           OR OPCTL-ACTION = "LOAD"
                           OR OPCTL-ACTION = "FETCH"
                           OR OPCTL-ACTION = "STORE"
                           OR OPCTL-ACTION = "FIT"
                           OR OPCTL-ACTION = "LSQFIT"
                           OR OPCTL-ACTION = "TABULATE")
                       CONTINUE
                   ELSE
               END-IF
           END-IF

           *> The expression is parsed here, in the pre-pass, so a
           *> mistyped polynomial refuses the run before anything has
           *> executed. WORK-REC is only scratch until the real run.
           IF OPCTL-ACTION = "LOAD" AND OPCTL-OPERAND = SPACE
               MOVE OPCTL-EXPRESSION TO PX-TEXT
               PERFORM PARSE-EXPRESSION
               IF PX-OK NOT = "Y"
                   DISPLAY "OPCTL.DAT record " WS-OPCTL-RECNO
                       ": LOAD expression rejected - "
                       FUNCTION TRIM(PX-ERROR) "."
                   ADD 1 TO WS-OPCTL-ERRORS
               END-IF
           END-IF
           IF OPCTL-ACTION = "LOAD" AND OPCTL-OPERAND NOT = SPACE
                   AND OPCTL-EXPRESSION NOT = SPACES
               DISPLAY "OPCTL.DAT record " WS-OPCTL-RECNO
                   ": LOAD takes an OPERAND or an expression, not"
                   " both."
               ADD 1 TO WS-OPCTL-ERRORS
           END-IF

           IF (OPCTL-ACTION = "FETCH" OR OPCTL-ACTION = "STORE")
                   AND OPCTL-NAME = SPACES
               DISPLAY "OPCTL.DAT record " WS-OPCTL-RECNO
               ADD 1 TO WS-OPCTL-ERRORS
           END-IF

           *> LSQFIT takes the degree of the fit in the EVAL field:
           *> a whole number below the configured coefficient limit.
           IF OPCTL-ACTION = "LSQFIT" AND OPCTL-EVAL IS NUMERIC
               IF OPCTL-EVAL < 0
                       OR OPCTL-EVAL NOT = FUNCTION INTEGER(OPCTL-EVAL)
                       OR OPCTL-EVAL >= MAX-DEGREE-LIMIT
                   COMPUTE LSQ-DEGREE = MAX-DEGREE-LIMIT - 1
                   DISPLAY "OPCTL.DAT record " WS-OPCTL-RECNO
                       ": LSQFIT degree must be a whole number from"
                       " 0 to " LSQ-DEGREE "."
                   ADD 1 TO WS-OPCTL-ERRORS
               END-IF
           END-IF

           *> TABULATE walks OPCTL-EVAL through OPCTL-EVAL2 in
           *> steps of OPCTL-STEP: all three must be numeric, the
           *> step must move forward, and the range must run the
           *> passed to PolynomialModule, it just copies OPERAND's
           *> current value onto DEST, e.g. "LOAD R P" starts R over
           *> from p(x) before a chain of real operations on R.
           *> With a blank OPERAND, LOAD instead sets DEST from the
           *> record's expression, e.g. "3x^4 - 2.5x^2 + x - 7".
           *> "SAVE" is likewise driver-only: it writes DEST's current
           *> value to POLYOUT.DAT in the POLYIN.DAT layout. The
           *> OPERAND column names the ID the record is labelled with

           EVALUATE OPCTL-ACTION
               WHEN "LOAD"
                   IF OPCTL-OPERAND = SPACE
                       PERFORM LOAD-FROM-EXPRESSION
                   ELSE
                       PERFORM RESOLVE-OPERAND
                       MOVE WORK-OTHER TO WORK-REC
                       PERFORM STORE-DEST
                       DISPLAY "batch LOAD        " OPCTL-DEST " <- "
                           OPCTL-OPERAND
                   END-IF
               WHEN "SAVE"
                   PERFORM RESOLVE-DEST
                   PERFORM SAVE-POLYNOMIAL
                   PERFORM TABULATE-RANGE
               WHEN "FIT"
                   PERFORM FIT-FROM-POINTS
               WHEN "LSQFIT"
                   PERFORM LSQ-FIT-FROM-POINTS
               WHEN OTHER
                   PERFORM RESOLVE-DEST
                   PERFORM RESOLVE-OPERAND
               ADD 1 TO WS-OPS-COMPLETED
           END-IF.

       LOAD-FROM-EXPRESSION.
           *> VALIDATE-BATCH has already parsed this expression
           *> cleanly; the check here only keeps a bad one from ever
           *> reaching the slot.
           MOVE OPCTL-EXPRESSION TO PX-TEXT
           PERFORM PARSE-EXPRESSION
           IF PX-OK NOT = "Y"
               DISPLAY "LOAD expression rejected - "
                   FUNCTION TRIM(PX-ERROR) ". " OPCTL-DEST
                   " unchanged."
               ADD 1 TO WS-WARN-COUNT
           ELSE
               PERFORM STORE-DEST
               DISPLAY "batch LOAD        " OPCTL-DEST " <- "
                   FUNCTION TRIM(OPCTL-EXPRESSION)
           END-IF.

       TABULATE-RANGE.
           *> One command, one plot-ready file: walk x from
           *> OPCTL-EVAL to OPCTL-EVAL2 in OPCTL-STEP steps, price
                   " deviation " FUNCTION TRIM(FIT-DEV-ED) ")."
           END-IF.

       LSQ-FIT-FROM-POINTS.
           *> FIT passes a curve through every point, noise and all;
           *> LSQFIT fits the degree the analyst asks for (in
           *> OPCTL-EVAL) to as many points as POLYPTS.DAT holds, by
           *> least squares: the normal equations are built from
           *> running power sums and solved by Gaussian elimination
           *> with partial pivoting. The result lands in the DEST slot
           *> (and under OPCTL-NAME in the library when one is given)
           *> and is then judged against every point - each residual,
           *> the residual sum of squares and R-squared - so the
           *> degree can be chosen on evidence.
           MOVE OPCTL-EVAL TO LSQ-DEGREE
           COMPUTE LSQ-TERMS = LSQ-DEGREE + 1
           COMPUTE LSQ-SUM-COUNT = (2 * LSQ-DEGREE) + 1

           PERFORM ACCUMULATE-LSQ-SUMS
           IF LSQ-OK = "Y"
               PERFORM SOLVE-LSQ-NORMAL-EQUATIONS
           END-IF
           IF LSQ-OK = "Y"
               PERFORM LOAD-LSQ-COEFFICIENTS
           END-IF

           IF LSQ-OK = "Y"
               PERFORM STORE-DEST
               IF OPCTL-NAME NOT = SPACES
                   PERFORM STORE-TO-LIBRARY
               END-IF

               DISPLAY "batch LSQFIT      " OPCTL-DEST " <- "
                   LSQ-POINTS " point(s), degree " LSQ-DEGREE
                   "; fitted = " WITH NO ADVANCING
               MOVE "DISPLAY2" TO ACTION-COMMAND
               CALL "PolynomialModule" USING MAX-DEGREE-LIMIT
                   WORK-REC WORK-OTHER EVAL-VALUE EVAL-VALUE2
                   ACTION-COMMAND REM EQ-RESULT WS-WARN-COUNT

               PERFORM REPORT-LSQ-RESIDUALS
           ELSE
               ADD 1 TO WS-WARN-COUNT
           END-IF.

       ACCUMULATE-LSQ-SUMS.
           *> One pass over the points: LSQ-XSUM(k) is the sum of
           *> x^(k-1) up to x^(2 x degree), LSQ-V(k) the sum of
           *> y times x^(k-1) up to x^degree.
           MOVE "Y" TO LSQ-OK
           MOVE 0 TO LSQ-POINTS
           MOVE 0 TO LSQ-SUM-Y
           PERFORM VARYING LSQ-K FROM 1 BY 1 UNTIL LSQ-K > 39
               MOVE 0 TO LSQ-XSUM(LSQ-K)
           END-PERFORM
           PERFORM VARYING LSQ-K FROM 1 BY 1 UNTIL LSQ-K > 20
               MOVE 0 TO LSQ-V(LSQ-K)
           END-PERFORM

           OPEN INPUT POLYPTS-FILE
           IF WS-POLYPTS-STATUS NOT = "00"
               DISPLAY "Unable to open POLYPTS.DAT - status "
                   WS-POLYPTS-STATUS ". Nothing fitted."
               MOVE "N" TO LSQ-OK
           ELSE
               MOVE "N" TO WS-POLYPTS-EOF
               PERFORM UNTIL WS-POLYPTS-EOF = "Y"
                   READ POLYPTS-FILE
                       AT END
                           MOVE "Y" TO WS-POLYPTS-EOF
                       NOT AT END
                           PERFORM ADD-ONE-LSQ-POINT
                   END-READ
               END-PERFORM
               CLOSE POLYPTS-FILE

               IF LSQ-OK = "Y" AND LSQ-POINTS < LSQ-TERMS
                   DISPLAY "LSQFIT: a degree " LSQ-DEGREE " fit needs"
                       " at least " LSQ-TERMS " points - POLYPTS.DAT"
                       " holds " LSQ-POINTS "."
                   MOVE "N" TO LSQ-OK
               END-IF
           END-IF.

       ADD-ONE-LSQ-POINT.
           *> Each product is formed on its own before it is added
           *> in; a sum past the packed fields stops the fit rather
           *> than carrying a truncated total into the solution.
           ADD 1 TO LSQ-POINTS
           ADD PT-Y TO LSQ-SUM-Y
           MOVE 1 TO LSQ-POWER
           PERFORM VARYING LSQ-K FROM 1 BY 1
                   UNTIL LSQ-K > LSQ-SUM-COUNT OR LSQ-OK NOT = "Y"
               ADD LSQ-POWER TO LSQ-XSUM(LSQ-K)
                   ON SIZE ERROR
                       MOVE "N" TO LSQ-OK
               END-ADD
               IF LSQ-K <= LSQ-TERMS
                   COMPUTE LSQ-TERM ROUNDED = PT-Y * LSQ-POWER
                   ADD LSQ-TERM TO LSQ-V(LSQ-K)
                       ON SIZE ERROR
                           MOVE "N" TO LSQ-OK
                   END-ADD
               END-IF
               COMPUTE LSQ-POWER ROUNDED = LSQ-POWER * PT-X
                   ON SIZE ERROR
                       MOVE "N" TO LSQ-OK
               END-COMPUTE
           END-PERFORM
           IF LSQ-OK NOT = "Y"
               DISPLAY "LSQFIT: power sums overflow at point "
                   LSQ-POINTS " - lower the degree or rescale x."
               MOVE "Y" TO WS-POLYPTS-EOF
           END-IF.

       SOLVE-LSQ-NORMAL-EQUATIONS.
           *> Row i of the normal equations is
           *>   sum over j of XSUM(i + j - 1) x c(j) = V(i).
           *> Forward elimination swaps the largest remaining entry of
           *> each column into the pivot; a pivot that is still
           *> effectively zero means the points cannot pin down a fit
           *> of this degree (too few distinct x values).
           PERFORM VARYING LSQ-I FROM 1 BY 1 UNTIL LSQ-I > LSQ-TERMS
               PERFORM VARYING LSQ-J FROM 1 BY 1
                       UNTIL LSQ-J > LSQ-TERMS
                   MOVE LSQ-XSUM(LSQ-I + LSQ-J - 1)
                       TO LSQ-M(LSQ-I, LSQ-J)
               END-PERFORM
           END-PERFORM

           PERFORM VARYING LSQ-K FROM 1 BY 1
                   UNTIL LSQ-K > LSQ-TERMS OR LSQ-OK NOT = "Y"
               MOVE LSQ-K TO LSQ-PIVOT-ROW
               MOVE FUNCTION ABS(LSQ-M(LSQ-K, LSQ-K)) TO LSQ-BEST
               PERFORM VARYING LSQ-I FROM LSQ-K BY 1
                       UNTIL LSQ-I > LSQ-TERMS
                   IF FUNCTION ABS(LSQ-M(LSQ-I, LSQ-K)) > LSQ-BEST
                       MOVE FUNCTION ABS(LSQ-M(LSQ-I, LSQ-K))
                           TO LSQ-BEST
                       MOVE LSQ-I TO LSQ-PIVOT-ROW
                   END-IF
               END-PERFORM

               IF LSQ-BEST NOT > LSQ-SINGULAR
                   DISPLAY "LSQFIT: the points do not determine a"
                       " degree " LSQ-DEGREE " fit - too few distinct"
                       " x values."
                   MOVE "N" TO LSQ-OK
               ELSE
                   IF LSQ-PIVOT-ROW NOT = LSQ-K
                       PERFORM SWAP-LSQ-ROWS
                   END-IF
                   PERFORM ELIMINATE-LSQ-COLUMN
               END-IF
           END-PERFORM

           IF LSQ-OK = "Y"
               PERFORM VARYING LSQ-I FROM LSQ-TERMS BY -1
                       UNTIL LSQ-I < 1
                   MOVE LSQ-V(LSQ-I) TO LSQ-C(LSQ-I)
                   PERFORM VARYING LSQ-J FROM LSQ-I BY 1
                           UNTIL LSQ-J >= LSQ-TERMS
                       COMPUTE LSQ-TERM ROUNDED =
                           LSQ-M(LSQ-I, LSQ-J + 1) * LSQ-C(LSQ-J + 1)
                       SUBTRACT LSQ-TERM FROM LSQ-C(LSQ-I)
                   END-PERFORM
                   COMPUTE LSQ-C(LSQ-I) ROUNDED =
                       LSQ-C(LSQ-I) / LSQ-M(LSQ-I, LSQ-I)
               END-PERFORM
           END-IF.

       SWAP-LSQ-ROWS.
           PERFORM VARYING LSQ-J FROM 1 BY 1 UNTIL LSQ-J > LSQ-TERMS
               MOVE LSQ-M(LSQ-K, LSQ-J) TO LSQ-SWAP
               MOVE LSQ-M(LSQ-PIVOT-ROW, LSQ-J)
                   TO LSQ-M(LSQ-K, LSQ-J)
               MOVE LSQ-SWAP TO LSQ-M(LSQ-PIVOT-ROW, LSQ-J)
           END-PERFORM
           MOVE LSQ-V(LSQ-K) TO LSQ-SWAP
           MOVE LSQ-V(LSQ-PIVOT-ROW) TO LSQ-V(LSQ-K)
           MOVE LSQ-SWAP TO LSQ-V(LSQ-PIVOT-ROW).

       ELIMINATE-LSQ-COLUMN.
           *> Clears column LSQ-K below the pivot row.
           PERFORM VARYING LSQ-I FROM LSQ-K BY 1
                   UNTIL LSQ-I >= LSQ-TERMS
               COMPUTE LSQ-FACTOR ROUNDED =
                   LSQ-M(LSQ-I + 1, LSQ-K) / LSQ-M(LSQ-K, LSQ-K)
               PERFORM VARYING LSQ-J FROM LSQ-K BY 1
                       UNTIL LSQ-J > LSQ-TERMS
                   COMPUTE LSQ-TERM ROUNDED =
                       LSQ-FACTOR * LSQ-M(LSQ-K, LSQ-J)
                   SUBTRACT LSQ-TERM FROM LSQ-M(LSQ-I + 1, LSQ-J)
               END-PERFORM
               COMPUTE LSQ-TERM ROUNDED = LSQ-FACTOR * LSQ-V(LSQ-K)
               SUBTRACT LSQ-TERM FROM LSQ-V(LSQ-I + 1)
           END-PERFORM.

       LOAD-LSQ-COEFFICIENTS.
           *> The solved coefficients, rounded to the working slots'
           *> four decimals. One past their five whole digits is
           *> refused rather than clamped - a clamped fit would be a
           *> different curve from the one the statistics describe.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MAX-DEGREE-LIMIT
               MOVE 0 TO WORK-COEF(I)
           END-PERFORM
           MOVE 1 TO WORK-DEGREE
           PERFORM VARYING LSQ-I FROM 1 BY 1 UNTIL LSQ-I > LSQ-TERMS
               IF FUNCTION ABS(LSQ-C(LSQ-I)) > LSQ-COEF-CEILING
                   COMPUTE LSQ-EXPONENT = LSQ-I - 1
                   DISPLAY "LSQFIT: fitted coefficient of the x^"
                       LSQ-EXPONENT " term is past 99999.9999 - fit"
                       " refused; rescale the data."
                   MOVE "N" TO LSQ-OK
               ELSE
                   COMPUTE WORK-COEF(LSQ-I) ROUNDED = LSQ-C(LSQ-I)
                   IF WORK-COEF(LSQ-I) NOT = 0
                       MOVE LSQ-I TO WORK-DEGREE
                   END-IF
               END-IF
           END-PERFORM.

       REPORT-LSQ-RESIDUALS.
           *> Second pass over the points, judging the fit exactly as
           *> stored: each point's residual (y less the fitted value,
           *> priced by the module's EVALQ), the residual sum of
           *> squares, and R-squared = 1 - RSS / TSS, where TSS is
           *> the spread of y about its own mean.
           COMPUTE LSQ-MEAN-Y ROUNDED = LSQ-SUM-Y / LSQ-POINTS
           MOVE 0 TO LSQ-RSS
           MOVE 0 TO LSQ-TSS
           MOVE 0 TO LSQ-POINTS

           DISPLAY "  POINT          X          Y     FITTED"
               "      RESIDUAL"
           OPEN INPUT POLYPTS-FILE
           MOVE "N" TO WS-POLYPTS-EOF
           PERFORM UNTIL WS-POLYPTS-EOF = "Y"
               READ POLYPTS-FILE
                   AT END
                       MOVE "Y" TO WS-POLYPTS-EOF
                   NOT AT END
                       PERFORM REPORT-ONE-LSQ-RESIDUAL
               END-READ
           END-PERFORM
           CLOSE POLYPTS-FILE

           MOVE LSQ-RSS TO LSQ-RSS-ED
           DISPLAY "LSQFIT residual sum of squares "
               FUNCTION TRIM(LSQ-RSS-ED)
           IF LSQ-TSS = 0
               DISPLAY "LSQFIT R-squared not defined - every y value"
                   " is the same."
           ELSE
               COMPUTE LSQ-R-SQUARED ROUNDED = LSQ-RSS / LSQ-TSS
               COMPUTE LSQ-R-SQUARED = 1 - LSQ-R-SQUARED
               MOVE LSQ-R-SQUARED TO LSQ-R2-ED
               DISPLAY "LSQFIT R-squared " FUNCTION TRIM(LSQ-R2-ED)
           END-IF.

       REPORT-ONE-LSQ-RESIDUAL.
           ADD 1 TO LSQ-POINTS
           MOVE PT-X TO EVAL-VALUE
           MOVE 0 TO EVAL-VALUE2
           MOVE "EVALQ" TO ACTION-COMMAND
           CALL "PolynomialModule" USING MAX-DEGREE-LIMIT
               WORK-REC WORK-OTHER EVAL-VALUE EVAL-VALUE2
               ACTION-COMMAND REM EQ-RESULT WS-WARN-COUNT

           COMPUTE LSQ-RESIDUAL = PT-Y - EVAL-VALUE2
           COMPUTE LSQ-TERM ROUNDED = LSQ-RESIDUAL * LSQ-RESIDUAL
           ADD LSQ-TERM TO LSQ-RSS
           COMPUTE LSQ-RESIDUAL = PT-Y - LSQ-MEAN-Y
           COMPUTE LSQ-TERM ROUNDED = LSQ-RESIDUAL * LSQ-RESIDUAL
           ADD LSQ-TERM TO LSQ-TSS

           MOVE LSQ-POINTS TO LSQ-PT-NO-ED
           MOVE PT-X TO LSQ-X-ED
           MOVE PT-Y TO LSQ-Y-ED
           MOVE EVAL-VALUE2 TO LSQ-FIT-ED
           COMPUTE LSQ-RESID-ED = PT-Y - EVAL-VALUE2
           DISPLAY "  " LSQ-PT-NO-ED " " LSQ-X-ED " " LSQ-Y-ED " "
               LSQ-FIT-ED " " LSQ-RESID-ED.

       FETCH-FROM-LIBRARY.
           *> "FETCH" copies the library polynomial named in
           *> OPCTL-NAME into the DEST working slot.
       STORE-TO-LIBRARY.
           *> "STORE" files the DEST polynomial (already staged into
           *> WORK-REC) under OPCTL-NAME; an existing entry with that
           *> name is replaced. The entry is read first so a replace
           *> journals what it overwrote.
           OPEN I-O POLYLIB-FILE

           IF WS-POLYLIB-STATUS = "35"
                   WS-POLYLIB-STATUS ". Nothing stored."
               ADD 1 TO WS-WARN-COUNT
           ELSE
               MOVE OPCTL-NAME TO PL-NAME
               READ POLYLIB-FILE
                   INVALID KEY
                       MOVE "ADD" TO WS-PJ-ACTION
                       MOVE SPACES TO WS-PJ-BEFORE
                   NOT INVALID KEY
                       MOVE "CHG" TO WS-PJ-ACTION
                       MOVE PL-DEGREE TO WS-PJ-B-DEGREE
                       PERFORM VARYING I FROM 1 BY 1 UNTIL I > 20
                           MOVE PL-COEF(I) TO WS-PJ-B-COEF(I)
                       END-PERFORM
               END-READ

               MOVE SPACES TO POLYLIB-RECORD
               MOVE OPCTL-NAME TO PL-NAME
               COMPUTE WS-POLY-MAX = FUNCTION MIN(MAX-DEGREE-LIMIT 20)
                   END-IF
               END-PERFORM

               IF WS-PJ-ACTION = "ADD"
                   WRITE POLYLIB-RECORD
                       INVALID KEY
                           DISPLAY "Unable to store '"
                               FUNCTION TRIM(OPCTL-NAME) "'."
                           ADD 1 TO WS-WARN-COUNT
                       NOT INVALID KEY
                           DISPLAY "batch STORE       " OPCTL-DEST
                               " -> " FUNCTION TRIM(OPCTL-NAME)
                           PERFORM JOURNAL-LIBRARY-CHANGE
                   END-WRITE
               ELSE
                   REWRITE POLYLIB-RECORD
                       INVALID KEY
                           DISPLAY "Unable to store '"
                               FUNCTION TRIM(OPCTL-NAME) "'."
                           ADD 1 TO WS-WARN-COUNT
                       NOT INVALID KEY
                           DISPLAY "batch STORE       " OPCTL-DEST
                               " -> " FUNCTION TRIM(OPCTL-NAME)
                               " (replaced)"
                           PERFORM JOURNAL-LIBRARY-CHANGE
                   END-REWRITE
               END-IF
               CLOSE POLYLIB-FILE
           END-IF.

       JOURNAL-LIBRARY-CHANGE.
           *> POLYLIB-RECORD holds the entry as just filed.
           IF WS-POLYJRNL-OK = "Y"
               MOVE SPACES TO POLY-JRNL-RECORD
               MOVE WS-PJ-ACTION   TO PJ-ACTION
               MOVE WS-OPERATOR-ID TO PJ-OPERATOR-ID
               MOVE FUNCTION CURRENT-DATE TO PJ-TIMESTAMP
               MOVE PL-NAME        TO PJ-NAME
               MOVE OPCTL-ACTION   TO PJ-SOURCE
               MOVE WS-PJ-BEFORE   TO PJ-BEFORE-IMAGE
               MOVE PL-DEGREE      TO PJ-A-DEGREE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > 20
                   MOVE PL-COEF(I) TO PJ-A-COEF(I)
               END-PERFORM
               WRITE POLY-JRNL-RECORD
               IF WS-POLYJRNL-STATUS NOT = "00"
                   DISPLAY "Warning: journal write failed - status "
                       WS-POLYJRNL-STATUS "."
                   ADD 1 TO WS-WARN-COUNT
               END-IF
           END-IF.

       LIST-LIBRARY-CATALOG.
           OPEN INPUT POLYLIB-FILE
           IF WS-POLYLIB-STATUS NOT = "00"
