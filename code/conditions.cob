       01 RUN-MMDD         PIC 9(4).

       *> Minimum voting age by country. Adding a country is a data
       *> change in the shared table, not a new IF/ELSE branch below.
           COPY "voteage.cpy".

       01 VOTE-TABLE-INDEX  PIC 9(2).
       01 COUNTRY-FOUND     PIC X VALUE "N".
       01 MIN-VOTING-AGE    PIC 99.

       PROCEDURE DIVISION.


           *> Look up this country's minimum voting age in the table
           MOVE "N" TO COUNTRY-FOUND
           MOVE VOTE-AGE-FALLBACK TO MIN-VOTING-AGE
           PERFORM VARYING VOTE-TABLE-INDEX FROM 1 BY 1
                   UNTIL VOTE-TABLE-INDEX > VOTE-AGE-COUNT
               IF VOTE-AGE-COUNTRY(VOTE-TABLE-INDEX) = COUNTRY
                   MOVE VOTE-AGE-MIN(VOTE-TABLE-INDEX) TO MIN-VOTING-AGE
                   MOVE "Y" TO COUNTRY-FOUND
