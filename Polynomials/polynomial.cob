                        DEPENDING ON MAX-DEGREE
                               PIC S9(5)V9(4) COMP-5.

      *> ROOTS-ALL bookkeeping for the proof at the end: the
      *> polynomial as it came in, every factor divided out of it
      *> ("L" for x - RA-F-VALUE1, "Q" for x^2 - RA-F-VALUE1 x -
      *> RA-F-VALUE2) with how many times, and the running count of
      *> roots with multiplicity.
       01 RA-ROOT-COUNT       PIC 99 VALUE 0.
       01 RA-ORIG-DEGREE      PIC 99.
       01 RA-ORIG-COEF OCCURS 1 TO 99 TIMES
                        DEPENDING ON MAX-DEGREE
                               PIC S9(5)V9(4) COMP-5.
       01 RA-FACTOR-COUNT     PIC 99 VALUE 0.
       01 RA-FACTOR-TABLE.
           05 RA-FACTOR       OCCURS 99 TIMES.
               10 RA-F-TYPE   PIC X.
               10 RA-F-VALUE1 PIC S9(15)V9(9) COMP-3.
               10 RA-F-VALUE2 PIC S9(15)V9(9) COMP-3.
               10 RA-F-MULT   PIC 99.
       01 RA-F-IDX            PIC 99.
       01 RA-F-REPEAT         PIC 99.
       01 RA-DEVIATION        PIC S9(15)V9(9) COMP-3.
       01 RA-TERM             PIC S9(15)V9(9) COMP-3.
       01 RA-NEW-COEF         PIC S9(15)V9(9) COMP-3.
       01 RA-MAX-DEVIATION    PIC S9(15)V9(9) COMP-3.
       01 RA-CHECK-TOLERANCE  PIC 9V9(4) VALUE 0.0100.
       01 RA-DEVIATION-ED     PIC -(14)9.9(6).

      *> ROOTS-ALL quadratic-factor stage (Bairstow's method): once
      *> no further real root is reachable, the quotient is copied
      *> into QF-A and quadratic divisors x^2 - QF-R x - QF-S are
      *> hunted out of it, each giving a conjugate pair (or two real
      *> roots). This stage carries nine decimals rather than the
      *> coefficient tables' four, since Bairstow's correction steps
      *> shrink far below the fourth decimal before they settle, and
      *> fifteen whole digits, since a trial division of a degree-19
      *> quotient runs to powers of the trial root. QF-B is the
      *> quotient-and-remainder row of a division by the trial
      *> quadratic, QF-C the row that gives its partial
      *> derivatives. Each search tries up to nine starting pairs,
      *> scaled by QF-SCALE - the geometric mean size of the
      *> quotient's roots - before giving up, and any attempt that
      *> overflows or wanders past QF-RANGE is dropped.
       01 QF-N                PIC 99.
       01 QF-K                PIC 99.
       01 QF-A OCCURS 1 TO 99 TIMES
                        DEPENDING ON MAX-DEGREE
                               PIC S9(15)V9(9) COMP-3.
       01 QF-B OCCURS 1 TO 99 TIMES
                        DEPENDING ON MAX-DEGREE
                               PIC S9(15)V9(9) COMP-3.
       01 QF-C OCCURS 1 TO 99 TIMES
                        DEPENDING ON MAX-DEGREE
                               PIC S9(15)V9(9) COMP-3.
       01 QF-P OCCURS 1 TO 99 TIMES
                        DEPENDING ON MAX-DEGREE
                               PIC S9(15)V9(9) COMP-3.
       01 QF-P-N              PIC 99.
       01 QF-R                PIC S9(15)V9(9) COMP-3.
       01 QF-S                PIC S9(15)V9(9) COMP-3.
       01 QF-DR               PIC S9(15)V9(9) COMP-3.
       01 QF-DS               PIC S9(15)V9(9) COMP-3.
       01 QF-DET              PIC S9(15)V9(9) COMP-3.
       01 QF-DISC             PIC S9(15)V9(9) COMP-3.
       01 QF-ROOT             PIC S9(15)V9(9) COMP-3.
       01 QF-RE               PIC S9(15)V9(9) COMP-3.
       01 QF-IM               PIC S9(15)V9(9) COMP-3.
       01 QF-MULT             PIC 99.
       01 QF-ITER             PIC 999.
       01 QF-MAX-ITER         PIC 999 VALUE 200.
       01 QF-ATTEMPT          PIC 99.
       01 QF-EPSILON          PIC 9V9(9) VALUE 0.000000001.
       01 QF-DISC-TOLERANCE   PIC 9V9(6) VALUE 0.000001.
       01 QF-RANGE            PIC 9(11) VALUE 10000000000.
       01 QF-SCALE            PIC S9(15)V9(9) COMP-3.
       01 QF-CONVERGED        PIC X.
       01 QF-DONE             PIC X.
       01 QF-OVERFLOW         PIC X.
       01 QF-STUCK            PIC X.

      *> With decimal coefficients the Euclidean remainder chain
      *> rarely reaches an exact zero polynomial: coefficients inside
      *> GCD-EPSILON are treated as zero after every division, and
           END-IF.

       ROOTS-ALL-POLY.
           *> Finds every root. The real roots reachable from the
           *> starting guess come out first by deflation: find one
           *> root, divide its linear factor out with DIV-POLYS, and
           *> repeat on the quotient until it is constant or the
           *> search stops converging. Whatever is left - x^4 + 1 has
           *> no real root at all - goes to FACTOR-QUADRATICS, which
           *> divides out quadratic factors until nothing but the
           *> leading coefficient remains. Each root is reported as
           *> its real and imaginary parts with its multiplicity;
           *> POLY-REC finishes as the final quotient, and
           *> CHECK-ROOT-FACTORS proves the factors multiply back to
           *> the polynomial that came in. OTHER-REC is used to stage
           *> each (x - r) divisor, the same way GCD-POLYS treats it
           *> as scratch.
           MOVE EVAL-VALUE TO RA-GUESS
           MOVE 0 TO RA-ROOTS-FOUND
           MOVE 0 TO RA-ROOT-COUNT
           MOVE 0 TO RA-FACTOR-COUNT
           MOVE "N" TO RA-DONE

           MOVE DEGREE TO RA-ORIG-DEGREE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MAX-DEGREE
               MOVE COEF(I) TO RA-ORIG-COEF(I)
           END-PERFORM

           PERFORM UNTIL RA-DONE = "Y"
               IF DEGREE <= 1
                   MOVE "Y" TO RA-DONE
               END-IF
           END-PERFORM

           IF DEGREE > 1
               PERFORM FACTOR-QUADRATICS
           END-IF

           IF RA-ROOTS-FOUND = 0
               DISPLAY "ROOTS-ALL: no root found."
               ADD 1 TO WARNING-COUNT
           END-IF

           DISPLAY "ROOTS-ALL: " RA-ROOTS-FOUND " distinct root(s), "
               RA-ROOT-COUNT " counting multiplicity;"
               " final quotient = " WITH NO ADVANCING
           PERFORM DISPLAY-POLY-2

           PERFORM CHECK-ROOT-FACTORS.

       DEFLATE-BY-ROOT.
           *> Divide out (x - r) repeatedly while the quotient still
           END-PERFORM

           IF RA-MULTIPLICITY > 0
               ADD 1 TO RA-FACTOR-COUNT
               MOVE "L" TO RA-F-TYPE(RA-FACTOR-COUNT)
               MOVE RA-ROOT TO RA-F-VALUE1(RA-FACTOR-COUNT)
               MOVE 0 TO RA-F-VALUE2(RA-FACTOR-COUNT)
               MOVE RA-MULTIPLICITY TO RA-F-MULT(RA-FACTOR-COUNT)

               MOVE RA-ROOT TO QF-RE
               MOVE 0 TO QF-IM
               PERFORM REPORT-ONE-ROOT
           END-IF.

       FACTOR-QUADRATICS.
           *> Bairstow's method on what the real-root pass left. Each
           *> quadratic factor found is divided out as often as it
           *> goes, the same as DEFLATE-BY-ROOT does for a linear one;
           *> a last quadratic or linear quotient is solved directly.
           *> A leading zero coefficient would make every trial
           *> division meaningless, so the quotient is trimmed first.
           MOVE DEGREE TO QF-N
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MAX-DEGREE
               MOVE COEF(I) TO QF-A(I)
           END-PERFORM
           PERFORM UNTIL QF-N <= 1 OR QF-A(QF-N) NOT = 0
               SUBTRACT 1 FROM QF-N
           END-PERFORM

           MOVE "N" TO QF-STUCK
           PERFORM UNTIL QF-N < 4 OR QF-STUCK = "Y"
               PERFORM FIND-QUADRATIC-FACTOR
               IF QF-CONVERGED = "Y"
                   PERFORM DEFLATE-BY-QUADRATIC
               ELSE
                   MOVE "Y" TO QF-STUCK
                   COMPUTE QF-K = QF-N - 1
                   DISPLAY "ROOTS-ALL: no quadratic factor found in"
                       " the remaining degree " QF-K " quotient -"
                       " its roots are not reported."
                   ADD 1 TO WARNING-COUNT
               END-IF
           END-PERFORM

           IF QF-STUCK = "N"
               EVALUATE QF-N
                   WHEN 3
                       COMPUTE QF-R ROUNDED = 0 - QF-A(2) / QF-A(3)
                       COMPUTE QF-S ROUNDED = 0 - QF-A(1) / QF-A(3)
                       MOVE 1 TO QF-MULT
                       PERFORM REPORT-QUADRATIC-ROOTS
                       MOVE QF-A(3) TO QF-A(1)
                       MOVE 0 TO QF-A(2)
                       MOVE 0 TO QF-A(3)
                       MOVE 1 TO QF-N
                   WHEN 2
                       COMPUTE QF-ROOT ROUNDED = 0 - QF-A(1) / QF-A(2)
                       ADD 1 TO RA-FACTOR-COUNT
                       MOVE "L" TO RA-F-TYPE(RA-FACTOR-COUNT)
                       MOVE QF-ROOT TO RA-F-VALUE1(RA-FACTOR-COUNT)
                       MOVE 0 TO RA-F-VALUE2(RA-FACTOR-COUNT)
                       MOVE 1 TO RA-F-MULT(RA-FACTOR-COUNT)
                       MOVE QF-ROOT TO QF-RE
                       MOVE 0 TO QF-IM
                       MOVE 1 TO RA-MULTIPLICITY
                       PERFORM REPORT-ONE-ROOT
                       MOVE QF-A(2) TO QF-A(1)
                       MOVE 0 TO QF-A(2)
                       MOVE 1 TO QF-N
               END-EVALUATE
           END-IF

           *> POLY-REC becomes the final quotient: the leading
           *> coefficient alone when every factor came out.
           MOVE QF-N TO DEGREE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MAX-DEGREE
               IF I > QF-N
                   MOVE 0 TO COEF(I)
               ELSE
                   COMPUTE COEF(I) ROUNDED = QF-A(I)
               END-IF
           END-PERFORM.

       FIND-QUADRATIC-FACTOR.
           *> Tries the starting pairs in turn until one converges on
           *> a quadratic that divides QF-A with no remainder to speak
           *> of. The pairs are deliberately irregular so none of them
           *> sits on a symmetry of a typical polynomial, and are
           *> scaled to the size of the roots being hunted: r by
           *> QF-SCALE, s by its square.
           MOVE "N" TO QF-CONVERGED
           MOVE 1 TO QF-SCALE
           IF QF-A(1) NOT = 0
               COMPUTE QF-SCALE ROUNDED =
                   (FUNCTION ABS(QF-A(1)) / FUNCTION ABS(QF-A(QF-N)))
                       ** (1 / (QF-N - 1))
                   ON SIZE ERROR
                       MOVE 1 TO QF-SCALE
               END-COMPUTE
               IF QF-SCALE < 0.001
                   MOVE 1 TO QF-SCALE
               END-IF
           END-IF
           PERFORM VARYING QF-ATTEMPT FROM 1 BY 1
                   UNTIL QF-ATTEMPT > 9 OR QF-CONVERGED = "Y"
               EVALUATE QF-ATTEMPT
                   WHEN 1
                       MOVE 0.1 TO QF-R
                       MOVE -1.1 TO QF-S
                   WHEN 2
                       MOVE 1.3 TO QF-R
                       MOVE -0.7 TO QF-S
                   WHEN 3
                       MOVE -1.7 TO QF-R
                       MOVE -2.3 TO QF-S
                   WHEN 4
                       MOVE 2.9 TO QF-R
                       MOVE 1.9 TO QF-S
                   WHEN 5
                       MOVE -0.3 TO QF-R
                       MOVE 0.4 TO QF-S
                   WHEN 6
                       MOVE 0.6 TO QF-R
                       MOVE -0.4 TO QF-S
                   WHEN 7
                       MOVE -2.2 TO QF-R
                       MOVE -1.5 TO QF-S
                   WHEN 8
                       MOVE 0.9 TO QF-R
                       MOVE -3.1 TO QF-S
                   WHEN OTHER
                       MOVE -0.1 TO QF-R
                       MOVE -0.5 TO QF-S
               END-EVALUATE
               COMPUTE QF-R ROUNDED = QF-R * QF-SCALE
               COMPUTE QF-S ROUNDED = QF-S * QF-SCALE
               COMPUTE QF-S ROUNDED = QF-S * QF-SCALE
               PERFORM BAIRSTOW-ITERATE
           END-PERFORM.

       BAIRSTOW-ITERATE.
           *> Newton's method in two unknowns: the remainder of QF-A
           *> divided by x^2 - r x - s is QF-B(2)(x - r) + QF-B(1),
           *> and the QF-C row gives its partial derivatives, so each
           *> pass solves a two-by-two system for the corrections to
           *> r and s. The attempt only counts if, once the
           *> corrections have settled, the remainder itself is
           *> within ROOT-TOLERANCE.
           MOVE 0 TO QF-ITER
           MOVE "N" TO QF-DONE
           MOVE "N" TO QF-OVERFLOW
           PERFORM UNTIL QF-DONE = "Y" OR QF-ITER >= QF-MAX-ITER
               ADD 1 TO QF-ITER
               PERFORM BAIRSTOW-DIVIDE
               PERFORM BAIRSTOW-DERIVATIVES
               IF QF-OVERFLOW = "Y"
                   EXIT PERFORM
               END-IF

               COMPUTE QF-DET ROUNDED = QF-C(3) * QF-C(3)
                   ON SIZE ERROR
                       MOVE "Y" TO QF-OVERFLOW
               END-COMPUTE
               COMPUTE RA-TERM ROUNDED = QF-C(4) * QF-C(2)
                   ON SIZE ERROR
                       MOVE "Y" TO QF-OVERFLOW
               END-COMPUTE
               SUBTRACT RA-TERM FROM QF-DET
               IF QF-OVERFLOW = "Y" OR QF-DET = 0
                   MOVE "Y" TO QF-OVERFLOW
                   EXIT PERFORM
               END-IF

               COMPUTE QF-DR ROUNDED = QF-B(1) * QF-C(4)
                   ON SIZE ERROR
                       MOVE "Y" TO QF-OVERFLOW
               END-COMPUTE
               COMPUTE RA-TERM ROUNDED = QF-B(2) * QF-C(3)
                   ON SIZE ERROR
                       MOVE "Y" TO QF-OVERFLOW
               END-COMPUTE
               SUBTRACT RA-TERM FROM QF-DR
               COMPUTE QF-DR ROUNDED = QF-DR / QF-DET
                   ON SIZE ERROR
                       MOVE "Y" TO QF-OVERFLOW
               END-COMPUTE
               COMPUTE QF-DS ROUNDED = QF-B(2) * QF-C(2)
                   ON SIZE ERROR
                       MOVE "Y" TO QF-OVERFLOW
               END-COMPUTE
               COMPUTE RA-TERM ROUNDED = QF-B(1) * QF-C(3)
                   ON SIZE ERROR
                       MOVE "Y" TO QF-OVERFLOW
               END-COMPUTE
               SUBTRACT RA-TERM FROM QF-DS
               COMPUTE QF-DS ROUNDED = QF-DS / QF-DET
                   ON SIZE ERROR
                       MOVE "Y" TO QF-OVERFLOW
               END-COMPUTE
               IF QF-OVERFLOW = "Y"
                   EXIT PERFORM
               END-IF
               ADD QF-DR TO QF-R
               ADD QF-DS TO QF-S

               *> A trial factor wandering off past any plausible
               *> root size is abandoned before it overflows.
               IF FUNCTION ABS(QF-R) > QF-RANGE
                       OR FUNCTION ABS(QF-S) > QF-RANGE
                   MOVE "Y" TO QF-OVERFLOW
                   EXIT PERFORM
               END-IF

               IF FUNCTION ABS(QF-DR) NOT > QF-EPSILON
                       AND FUNCTION ABS(QF-DS) NOT > QF-EPSILON
                   MOVE "Y" TO QF-DONE
               END-IF
           END-PERFORM

           IF QF-OVERFLOW = "N"
               PERFORM BAIRSTOW-DIVIDE
               IF QF-OVERFLOW = "N"
                       AND FUNCTION ABS(QF-B(1)) NOT > ROOT-TOLERANCE
                       AND FUNCTION ABS(QF-B(2)) NOT > ROOT-TOLERANCE
                   MOVE "Y" TO QF-CONVERGED
               END-IF
           END-IF.

       BAIRSTOW-DIVIDE.
           *> Synthetic division of QF-A by x^2 - QF-R x - QF-S:
           *> QF-B(3) up through QF-B(QF-N) is the quotient, QF-B(1)
           *> and QF-B(2) carry the remainder. Each product is formed
           *> on its own and then added in, like the check below.
           PERFORM VARYING QF-K FROM QF-N BY -1 UNTIL QF-K < 1
               MOVE QF-A(QF-K) TO RA-NEW-COEF
               IF QF-K < QF-N
                   COMPUTE RA-TERM ROUNDED = QF-R * QF-B(QF-K + 1)
                       ON SIZE ERROR
                           MOVE "Y" TO QF-OVERFLOW
                   END-COMPUTE
                   ADD RA-TERM TO RA-NEW-COEF
                       ON SIZE ERROR
                           MOVE "Y" TO QF-OVERFLOW
                   END-ADD
               END-IF
               IF QF-K < QF-N - 1
                   COMPUTE RA-TERM ROUNDED = QF-S * QF-B(QF-K + 2)
                       ON SIZE ERROR
                           MOVE "Y" TO QF-OVERFLOW
                   END-COMPUTE
                   ADD RA-TERM TO RA-NEW-COEF
                       ON SIZE ERROR
                           MOVE "Y" TO QF-OVERFLOW
                   END-ADD
               END-IF
               MOVE RA-NEW-COEF TO QF-B(QF-K)
           END-PERFORM.

       BAIRSTOW-DERIVATIVES.
           *> The same recurrence run over QF-B.
           PERFORM VARYING QF-K FROM QF-N BY -1 UNTIL QF-K < 1
               MOVE QF-B(QF-K) TO RA-NEW-COEF
               IF QF-K < QF-N
                   COMPUTE RA-TERM ROUNDED = QF-R * QF-C(QF-K + 1)
                       ON SIZE ERROR
                           MOVE "Y" TO QF-OVERFLOW
                   END-COMPUTE
                   ADD RA-TERM TO RA-NEW-COEF
                       ON SIZE ERROR
                           MOVE "Y" TO QF-OVERFLOW
                   END-ADD
               END-IF
               IF QF-K < QF-N - 1
                   COMPUTE RA-TERM ROUNDED = QF-S * QF-C(QF-K + 2)
                       ON SIZE ERROR
                           MOVE "Y" TO QF-OVERFLOW
                   END-COMPUTE
                   ADD RA-TERM TO RA-NEW-COEF
                       ON SIZE ERROR
                           MOVE "Y" TO QF-OVERFLOW
                   END-ADD
               END-IF
               MOVE RA-NEW-COEF TO QF-C(QF-K)
           END-PERFORM.

       DEFLATE-BY-QUADRATIC.
           *> Divide the converged quadratic out while it still goes
           *> in without a remainder - that count is the multiplicity
           *> of both roots of the pair.
           MOVE 0 TO QF-MULT
           PERFORM UNTIL QF-N < 3
               PERFORM BAIRSTOW-DIVIDE
               IF FUNCTION ABS(QF-B(1)) > ROOT-TOLERANCE
                       OR FUNCTION ABS(QF-B(2)) > ROOT-TOLERANCE
                   EXIT PERFORM
               END-IF
               PERFORM VARYING QF-K FROM 1 BY 1 UNTIL QF-K > QF-N - 2
                   MOVE QF-B(QF-K + 2) TO QF-A(QF-K)
               END-PERFORM
               MOVE 0 TO QF-A(QF-N)
               MOVE 0 TO QF-A(QF-N - 1)
               SUBTRACT 2 FROM QF-N
               ADD 1 TO QF-MULT
           END-PERFORM
           PERFORM REPORT-QUADRATIC-ROOTS.

       REPORT-QUADRATIC-ROOTS.
           *> The roots of x^2 - r x - s are (r +/- sqrt(r^2 + 4s))/2:
           *> a negative discriminant gives the conjugate pair, a zero
           *> one a single real root counted twice.
           ADD 1 TO RA-FACTOR-COUNT
           MOVE "Q" TO RA-F-TYPE(RA-FACTOR-COUNT)
           MOVE QF-R TO RA-F-VALUE1(RA-FACTOR-COUNT)
           MOVE QF-S TO RA-F-VALUE2(RA-FACTOR-COUNT)
           MOVE QF-MULT TO RA-F-MULT(RA-FACTOR-COUNT)

           *> 4s is formed on its own before it joins r^2: folded into
           *> one expression with the square, its sign has been seen
           *> to come out wrong.
           COMPUTE QF-ROOT ROUNDED = QF-S * 4
           COMPUTE QF-DISC ROUNDED = QF-R * QF-R
           ADD QF-ROOT TO QF-DISC
           IF FUNCTION ABS(QF-DISC) NOT > QF-DISC-TOLERANCE
               COMPUTE QF-RE ROUNDED = QF-R / 2
               MOVE 0 TO QF-IM
               COMPUTE RA-MULTIPLICITY = QF-MULT * 2
               PERFORM REPORT-ONE-ROOT
           ELSE
               MOVE QF-MULT TO RA-MULTIPLICITY
               IF QF-DISC > 0
                   COMPUTE QF-ROOT ROUNDED = FUNCTION SQRT(QF-DISC)
                   MOVE 0 TO QF-IM
                   COMPUTE QF-RE ROUNDED = (QF-R + QF-ROOT) / 2
                   PERFORM REPORT-ONE-ROOT
                   COMPUTE QF-RE ROUNDED = (QF-R - QF-ROOT) / 2
                   PERFORM REPORT-ONE-ROOT
               ELSE
                   COMPUTE QF-RE ROUNDED = QF-R / 2
                   COMPUTE QF-IM ROUNDED =
                       FUNCTION SQRT(0 - QF-DISC) / 2
                   PERFORM REPORT-ONE-ROOT
                   COMPUTE QF-IM = 0 - QF-IM
                   PERFORM REPORT-ONE-ROOT
               END-IF
           END-IF.

       REPORT-ONE-ROOT.
           *> One line per distinct root, real and imaginary parts to
           *> four decimals; a part that rounds away is shown as a
           *> plain zero rather than "-0.0000".
           ADD 1 TO RA-ROOTS-FOUND
           ADD RA-MULTIPLICITY TO RA-ROOT-COUNT
           IF FUNCTION ABS(QF-RE) < 0.00005
               MOVE 0 TO DISPLAY-COEF
           ELSE
               COMPUTE DISPLAY-COEF ROUNDED = QF-RE
           END-IF
           DISPLAY "Root real " FUNCTION TRIM(DISPLAY-COEF)
               WITH NO ADVANCING
           IF FUNCTION ABS(QF-IM) < 0.00005
               MOVE 0 TO DISPLAY-COEF
           ELSE
               COMPUTE DISPLAY-COEF ROUNDED = QF-IM
           END-IF
           DISPLAY " imag " FUNCTION TRIM(DISPLAY-COEF)
               " multiplicity " RA-MULTIPLICITY.

       CHECK-ROOT-FACTORS.
           *> The proof: start from the final quotient, multiply every
           *> factor back in as many times as it was divided out, and
           *> compare with the polynomial ROOTS-ALL was given. The
           *> real-root pass deflates at four decimals, so agreement
           *> is to RA-CHECK-TOLERANCE rather than exact.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MAX-DEGREE
               IF I > DEGREE
                   MOVE 0 TO QF-P(I)
               ELSE
                   MOVE COEF(I) TO QF-P(I)
               END-IF
           END-PERFORM
           MOVE DEGREE TO QF-P-N

           PERFORM VARYING RA-F-IDX FROM 1 BY 1
                   UNTIL RA-F-IDX > RA-FACTOR-COUNT
               PERFORM VARYING RA-F-REPEAT FROM 1 BY 1
                       UNTIL RA-F-REPEAT > RA-F-MULT(RA-F-IDX)
                   IF RA-F-TYPE(RA-F-IDX) = "L"
                       PERFORM MULTIPLY-BACK-LINEAR
                   ELSE
                       PERFORM MULTIPLY-BACK-QUADRATIC
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE 0 TO RA-MAX-DEVIATION
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MAX-DEGREE
               COMPUTE RA-DEVIATION =
                   FUNCTION ABS(QF-P(I) - RA-ORIG-COEF(I))
               IF RA-DEVIATION > RA-MAX-DEVIATION
                   MOVE RA-DEVIATION TO RA-MAX-DEVIATION
               END-IF
           END-PERFORM

           MOVE RA-MAX-DEVIATION TO RA-DEVIATION-ED
           IF RA-MAX-DEVIATION > RA-CHECK-TOLERANCE
               DISPLAY "ROOTS-ALL check FAILED: the factors rebuild"
                   " the polynomial only to within "
                   FUNCTION TRIM(RA-DEVIATION-ED) "."
               ADD 1 TO WARNING-COUNT
           ELSE
               DISPLAY "ROOTS-ALL check: the factors rebuild the"
                   " polynomial (worst coefficient difference "
                   FUNCTION TRIM(RA-DEVIATION-ED) ")."
           END-IF.

       MULTIPLY-BACK-LINEAR.
           *> QF-P times (x - r), in place from the top down so each
           *> step still reads the lower coefficient's old value.
           IF QF-P-N < MAX-DEGREE
               ADD 1 TO QF-P-N
               PERFORM VARYING QF-K FROM QF-P-N BY -1 UNTIL QF-K < 1
                   MOVE 0 TO RA-NEW-COEF
                   IF QF-K > 1
                       MOVE QF-P(QF-K - 1) TO RA-NEW-COEF
                   END-IF
                   COMPUTE RA-TERM ROUNDED =
                       RA-F-VALUE1(RA-F-IDX) * QF-P(QF-K)
                   SUBTRACT RA-TERM FROM RA-NEW-COEF
                   MOVE RA-NEW-COEF TO QF-P(QF-K)
               END-PERFORM
           END-IF.

       MULTIPLY-BACK-QUADRATIC.
           *> QF-P times (x^2 - r x - s), top down as above. Each
           *> product is formed on its own before it is taken off.
           IF QF-P-N < MAX-DEGREE - 1
               ADD 2 TO QF-P-N
               PERFORM VARYING QF-K FROM QF-P-N BY -1 UNTIL QF-K < 1
                   MOVE 0 TO RA-NEW-COEF
                   IF QF-K > 2
                       MOVE QF-P(QF-K - 2) TO RA-NEW-COEF
                   END-IF
                   IF QF-K > 1
                       COMPUTE RA-TERM ROUNDED =
                           RA-F-VALUE1(RA-F-IDX) * QF-P(QF-K - 1)
                       SUBTRACT RA-TERM FROM RA-NEW-COEF
                   END-IF
                   COMPUTE RA-TERM ROUNDED =
                       RA-F-VALUE2(RA-F-IDX) * QF-P(QF-K)
                   SUBTRACT RA-TERM FROM RA-NEW-COEF
                   MOVE RA-NEW-COEF TO QF-P(QF-K)
               END-PERFORM
           END-IF.

       GCD-POLYS.
