      *> Minimum voting age by country, shared by every program that
      *> decides eligibility - the entry door (IfConditionsPractice),
      *> the statistics report and the election roll - so they can
      *> never disagree. Adding a country is a new FILLER line here,
      *> one more on the OCCURS and one more on VOTE-AGE-COUNT; a
      *> country not listed takes VOTE-AGE-FALLBACK.
       01 VOTE-AGE-TABLE-VALUES.
           05 FILLER PIC X(22) VALUE "USA                 18".
           05 FILLER PIC X(22) VALUE "UK                  18".
           05 FILLER PIC X(22) VALUE "JAPAN               18".
           05 FILLER PIC X(22) VALUE "BRAZIL              16".
           05 FILLER PIC X(22) VALUE "INDONESIA           17".

       01 VOTE-AGE-TABLE REDEFINES VOTE-AGE-TABLE-VALUES.
           05 VOTE-AGE-ENTRY OCCURS 5 TIMES.
               10 VOTE-AGE-COUNTRY PIC X(20).
               10 VOTE-AGE-MIN     PIC 99.

       01 VOTE-AGE-COUNT    PIC 9(2) VALUE 5.
       01 VOTE-AGE-FALLBACK PIC 99   VALUE 16.
