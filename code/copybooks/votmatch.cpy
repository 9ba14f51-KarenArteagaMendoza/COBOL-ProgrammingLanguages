      *> Shared feed-match record layout for VOTMATCH.DAT: one record
      *> per civil-registry feed event, keyed on the feed's own
      *> reference so a feed sent twice lands on the same records.
      *>   VM-TIER   E - exact: a registrant with the same name and
      *>                 birth date, proposed for removal
      *>             N - near: a registrant with the same birth date
      *>                 whose name differs by no more than a few
      *>                 letters (VM-DISTANCE), for review
      *>             U - not on the registry; VM-VOTER-NAME is only
      *>                 filled when the name is registered under a
      *>                 different birth date
      *>   VM-STATUS P - matched by VoterFeedMatch, waiting for an
      *>                 operator; a rerun matches it again
      *>             A - confirmed in VoterFeedConfirm and the
      *>                 registrant removed, audited on VOTAUDIT.DAT
      *>             R - rejected in VoterFeedConfirm, VM-REASON
      *>                 says why
      *>             space - tier U, nothing to decide
      *> A confirmed or rejected match is final: VoterFeedMatch never
      *> matches it again. VM-SEEN-STAMP is the start of the last
      *> VoterFeedMatch run that read the event off a feed, so each
      *> run's report covers exactly the feed it was given.
       01 VOTER-MATCH-RECORD.
           05 VM-FEED-REF         PIC X(12).
           05 VM-TIER             PIC X(1).
           05 VM-STATUS           PIC X(1).
           05 VM-EVENT            PIC X(1).
           05 VM-EVENT-DATE       PIC 9(8).
           05 VM-FEED-NAME        PIC X(30).
           05 VM-FEED-BIRTH-DATE  PIC 9(8).
           05 VM-NEW-COUNTRY      PIC X(20).
           05 VM-VOTER-NAME       PIC X(30).
           05 VM-VOTER-BIRTH-DATE PIC 9(8).
           05 VM-VOTER-COUNTRY    PIC X(20).
           05 VM-DISTANCE         PIC 9(2).
           05 VM-CANDIDATES       PIC 9(3).
           05 VM-SEEN-STAMP       PIC X(16).
           05 VM-DECIDED-BY       PIC X(10).
           05 VM-DECIDED-DATE     PIC 9(8).
           05 VM-REASON           PIC X(30).
