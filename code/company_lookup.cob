       IDENTIFICATION DIVISION.
       PROGRAM-ID. CompanyLookup.

      *> Which legal entity a department - and so every employee in
      *> it - belongs to, off DEPT-COMPANY on DEPTMAST.DAT. The
      *> department master is read into a table on the first lookup
      *> of the run unit and answered from there, so a program
      *> walking the whole employee master can ask once per record
      *> without a READ each time. A department that is not on the
      *> master, or carries no company, belongs to the home company:
      *> that is where every employee was before there was more than
      *> one, and the home company's pay cycle pays (and reports) it
      *> rather than nobody. The same subprogram names each company's
      *> own copy of a file, so every program agrees on where the
      *> sister companies' GL, bank and control files live. See
      *> companyreq.cpy for the request area.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-FILE ASSIGN DYNAMIC DEPT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS DEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DEPT-FILE.
           COPY "deptrecord.cpy".

       WORKING-STORAGE SECTION.
       01 DEPT-FILE-NAME     PIC X(40) VALUE "DEPTMAST.DAT".
       01 DEPT-STATUS        PIC X(2) VALUE SPACE.
       01 DEPT-EOF           PIC X VALUE "N".

       *> The home company: the employer the payroll was built for.
       01 HOME-COMPANY       PIC X(4) VALUE "0001".

       *> Department-to-company table, loaded once per run unit.
       01 TABLE-LOADED       PIC X VALUE "N".
       01 TABLE-COUNT        PIC 9(3) VALUE 0.
       01 TABLE-INDEX        PIC 9(3).
       01 TABLE-FOUND        PIC X VALUE "N".
       01 COMPANY-TABLE.
           05 COMPANY-ENTRY OCCURS 500 TIMES.
               10 CT-DEPT        PIC X(10).
               10 CT-COMPANY     PIC X(4).

       01 NAME-BASE          PIC X(40).
       01 NAME-EXTENSION     PIC X(40).

       LINKAGE SECTION.
           COPY "companyreq.cpy".

       PROCEDURE DIVISION USING COMPANY-REQUEST.

           MOVE "Y" TO CO-RESULT
           EVALUATE CO-ACTION
               WHEN "H"
                   MOVE HOME-COMPANY TO CO-COMPANY
               WHEN "D"
                   PERFORM COMPANY-OF-DEPARTMENT
               WHEN "F"
                   PERFORM QUALIFY-FILE-NAME
               WHEN "R"
                   MOVE "N" TO TABLE-LOADED
               WHEN OTHER
                   MOVE "N" TO CO-RESULT
           END-EVALUATE

           GOBACK.

       COMPANY-OF-DEPARTMENT.
           IF TABLE-LOADED NOT = "Y"
               PERFORM LOAD-COMPANY-TABLE
           END-IF

           MOVE HOME-COMPANY TO CO-COMPANY
           MOVE "N" TO CO-RESULT
           MOVE "N" TO TABLE-FOUND
           PERFORM VARYING TABLE-INDEX FROM 1 BY 1
                   UNTIL TABLE-INDEX > TABLE-COUNT
                       OR TABLE-FOUND = "Y"
               IF CT-DEPT(TABLE-INDEX) = CO-DEPT
                   MOVE "Y" TO TABLE-FOUND
                   IF CT-COMPANY(TABLE-INDEX) NOT = SPACES
                       MOVE CT-COMPANY(TABLE-INDEX) TO CO-COMPANY
                       MOVE "Y" TO CO-RESULT
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-COMPANY-TABLE.
           *> No department master (or one still on the layout
           *> before the company existed) leaves the table empty,
           *> and everyone belongs to the home company - exactly
           *> the payroll as it ran before.
           MOVE "Y" TO TABLE-LOADED
           MOVE 0 TO TABLE-COUNT
           ACCEPT DEPT-FILE-NAME FROM ENVIRONMENT "DEPTMAST"
               ON EXCEPTION
                   MOVE "DEPTMAST.DAT" TO DEPT-FILE-NAME
           END-ACCEPT

           OPEN INPUT DEPT-FILE
           IF DEPT-STATUS NOT = "00"
               DISPLAY "Warning: unable to open DEPTMAST.DAT -"
                   " status " DEPT-STATUS ". Every employee is"
                   " taken as the home company's."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO DEPT-EOF
           PERFORM UNTIL DEPT-EOF = "Y"
               READ DEPT-FILE NEXT
                   AT END
                       MOVE "Y" TO DEPT-EOF
                   NOT AT END
                       IF TABLE-COUNT < 500
                           ADD 1 TO TABLE-COUNT
                           MOVE DEPT-CODE TO CT-DEPT(TABLE-COUNT)
                           MOVE DEPT-COMPANY
                               TO CT-COMPANY(TABLE-COUNT)
                       ELSE
                           DISPLAY "More than 500 departments -"
                               " the rest are taken as the home"
                               " company's."
                           MOVE "Y" TO DEPT-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPT-FILE.

       QUALIFY-FILE-NAME.
           *> The home company keeps the file names the payroll has
           *> always used; any other company's copy carries its code
           *> in front of the extension.
           IF CO-COMPANY = SPACES OR CO-COMPANY = HOME-COMPANY
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO NAME-BASE
           MOVE SPACES TO NAME-EXTENSION
           UNSTRING CO-FILE-NAME DELIMITED BY "."
               INTO NAME-BASE NAME-EXTENSION
           END-UNSTRING

           MOVE SPACES TO CO-FILE-NAME
           IF NAME-EXTENSION = SPACES
               STRING FUNCTION TRIM(NAME-BASE) "." CO-COMPANY
                   DELIMITED BY SIZE INTO CO-FILE-NAME
           ELSE
               STRING FUNCTION TRIM(NAME-BASE) "." CO-COMPANY "."
                   FUNCTION TRIM(NAME-EXTENSION)
                   DELIMITED BY SIZE INTO CO-FILE-NAME
           END-IF.
