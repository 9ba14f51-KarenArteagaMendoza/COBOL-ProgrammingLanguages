       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxJurisdiction.

      *> Which withholding authority an employee is taxed under, off
      *> AD-TAX-JURISDICTION on ADDRMAST.DAT, for the programs that
      *> price withholding through TaxModule. The address master is
      *> opened on the first lookup of the run unit and left open, so
      *> a program walking the whole employee master can ask once per
      *> record with one keyed READ each time. An employee with no
      *> address on file, or no jurisdiction keyed, comes back blank -
      *> the default bracket set everyone was priced under before
      *> there was more than one - so nobody is left unwithheld for
      *> want of an address.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDR-FILE ASSIGN DYNAMIC ADDR-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-EMP-ID
               FILE STATUS IS ADDR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ADDR-FILE.
           COPY "addrrec.cpy".

       WORKING-STORAGE SECTION.
       01 ADDR-FILE-NAME     PIC X(40) VALUE "ADDRMAST.DAT".
       01 ADDR-STATUS        PIC X(2) VALUE SPACE.

      *> "N" until the first lookup; "Y" once ADDRMAST.DAT is open;
      *> "X" when it could not be opened, so the warning is given
      *> once and every later lookup answers the default at once.
       01 ADDR-OPEN          PIC X VALUE "N".

       LINKAGE SECTION.
       01 TJ-EMP-ID          PIC 9(5).
       01 TJ-JURISDICTION    PIC X(4).

       PROCEDURE DIVISION USING TJ-EMP-ID TJ-JURISDICTION.

           MOVE SPACES TO TJ-JURISDICTION
           IF ADDR-OPEN = "N"
               PERFORM OPEN-ADDRESS-FILE
           END-IF
           IF ADDR-OPEN NOT = "Y"
               GOBACK
           END-IF

           MOVE TJ-EMP-ID TO AD-EMP-ID
           READ ADDR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AD-TAX-JURISDICTION TO TJ-JURISDICTION
           END-READ

           GOBACK.

       OPEN-ADDRESS-FILE.
           ACCEPT ADDR-FILE-NAME FROM ENVIRONMENT "ADDRMAST"
               ON EXCEPTION
                   MOVE "ADDRMAST.DAT" TO ADDR-FILE-NAME
           END-ACCEPT

           OPEN INPUT ADDR-FILE
           IF ADDR-STATUS NOT = "00"
               DISPLAY "Warning: unable to open ADDRMAST.DAT -"
                   " status " ADDR-STATUS ". Every employee is"
                   " priced under the default tax jurisdiction."
               MOVE "X" TO ADDR-OPEN
           ELSE
               MOVE "Y" TO ADDR-OPEN
           END-IF.
