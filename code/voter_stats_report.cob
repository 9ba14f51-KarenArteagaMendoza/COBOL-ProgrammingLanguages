       01 WS-VOTER-AGE      PIC 999.

       *> Minimum voting age by country, the same table the entry
       *> door uses; a country not listed takes the fallback.
           COPY "voteage.cpy".

       01 WS-TABLE-INDEX    PIC 9(2).
       01 WS-COUNTRY-FOUND  PIC X VALUE "N".
       01 WS-MIN-VOTING-AGE PIC 99.

       *> Newly-eligible listing: the date each voter crossed their
       *> country's minimum age, against the asked-for window.

       LOOKUP-MIN-VOTING-AGE.
           MOVE "N" TO WS-COUNTRY-FOUND
           MOVE VOTE-AGE-FALLBACK TO WS-MIN-VOTING-AGE
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > VOTE-AGE-COUNT
               IF VOTE-AGE-COUNTRY(WS-TABLE-INDEX) = VOTER-COUNTRY
                   MOVE VOTE-AGE-MIN(WS-TABLE-INDEX)
                       TO WS-MIN-VOTING-AGE
