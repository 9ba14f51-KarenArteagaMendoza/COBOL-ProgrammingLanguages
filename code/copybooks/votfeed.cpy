      *> Civil-registry feed record layout for VOTFEED.DAT, the
      *> periodic file of deaths and of people who have moved to
      *> another country. One line per event:
      *>   VF-REFERENCE   the registry's own reference for the event,
      *>                  quoted back on every action taken on it
      *>   VF-EVENT       D - died, M - moved country
      *>   VF-EVENT-DATE  date of death or of the move (YYYYMMDD)
      *>   VF-NEW-COUNTRY where a mover went; spaces for a death
      *> The name and birth date are as the civil registry holds
      *> them, which is not always how the voter registered.
       01 VOTER-FEED-RECORD.
           05 VF-REFERENCE    PIC X(12).
           05 FILLER          PIC X(1).
           05 VF-EVENT        PIC X(1).
           05 FILLER          PIC X(1).
           05 VF-NAME         PIC X(30).
           05 FILLER          PIC X(1).
           05 VF-BIRTH-DATE   PIC 9(8).
           05 FILLER          PIC X(1).
           05 VF-EVENT-DATE   PIC 9(8).
           05 FILLER          PIC X(1).
           05 VF-NEW-COUNTRY  PIC X(20).
