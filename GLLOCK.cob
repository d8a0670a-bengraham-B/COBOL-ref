      * Shared closed-year check, called like BUSDATE and BASELOOK
      * are. The keyed and on-demand posting paths ask it before
      * booking - manual postings, GLPOST, GLJREV, LOANPROV,
      * LOANMNT, TDOPEN and APPRQ. The nightly business-date
      * postings (BASEREPR, TDMATURE, LOANCOLL) run ahead of the
      * year-end close at STEP037 for the same date, and the close
      * itself posts through it, so they cannot land in a closed
      * year and do not ask. The latest financial year the year-end
      * close has closed comes back in LClosedThrough with the
      * retained-earnings account it closed into, and LStatus says
      * whether LPostDate falls inside a closed year. Only an
      * approved adjustment journal for the latest closed year may
      * book into it.
      *
      * LStatus 0 - the date is in an open year
      *         4 - the date is on or before LClosedThrough
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLLOCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLCloseFile ASSIGN TO "GLClosed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCloseFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD GLCloseFile.
       COPY GLCLOSE.

       WORKING-STORAGE SECTION.
       01 WSCloseFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       LINKAGE SECTION.
             01 LPostDate PIC 9(8).
             01 LClosedThrough PIC 9(8).
             01 LRetainedAcct PIC 9(4).
             01 LStatus PIC 99.
                 88 LStatusOpen VALUE 0.
                 88 LStatusClosed VALUE 4.

       PROCEDURE DIVISION USING LPostDate, LClosedThrough,
           LRetainedAcct, LStatus.
             MOVE 0 TO LClosedThrough
             MOVE 0 TO LRetainedAcct
             SET LStatusOpen TO TRUE
             MOVE "N" TO WSEOF
             OPEN INPUT GLCloseFile
             IF WSCloseFileStatus = "00"
                 PERFORM CHECK-ONE-CLOSED-YEAR UNTIL WSEOF = "Y"
                 CLOSE GLCloseFile
             END-IF
             IF LClosedThrough > 0 AND
                 LPostDate NOT > LClosedThrough
                 SET LStatusClosed TO TRUE
             END-IF.

       EXIT PROGRAM.

       CHECK-ONE-CLOSED-YEAR.
             READ GLCloseFile
                 AT END MOVE "Y" TO WSEOF
                 NOT AT END
                     IF GcIsClosedYear AND
                         GcYearEnd IS NUMERIC AND
                         GcYearEnd > LClosedThrough
                         MOVE GcYearEnd TO LClosedThrough
                         MOVE GcRetainedEarnings TO LRetainedAcct
                     END-IF
             END-READ.
