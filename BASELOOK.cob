      * Shared base-rate lookup, called like BUSDATE and DATECALC
      * are. Hands back the value of a reference rate (the repo
      * rate, our prime) in force on a given date - the latest
      * BaseRates.dat event for the code effective on or before
      * it - so the product screen, loan grant and the nightly
      * repricing run all read the base the same way.
      *
      * LStatus 0 - found, rate and its effective date returned
      *        23 - no event for the code on or before the date
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BASELOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BaseRateFile ASSIGN TO "BaseRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBaseFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BaseRateFile.
       COPY BASERATE.

       WORKING-STORAGE SECTION.
       01 WSBaseFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       LINKAGE SECTION.
             01 LRateCode PIC X(4).
             01 LAsOfDate PIC 9(8).
             01 LBaseRate PIC 9V9999.
             01 LEffDate PIC 9(8).
             01 LStatus PIC 99.
                 88 LStatusOK VALUE 0.
                 88 LStatusNotFound VALUE 23.

       PROCEDURE DIVISION USING LRateCode, LAsOfDate, LBaseRate,
           LEffDate, LStatus.
             MOVE 0 TO LBaseRate
             MOVE 0 TO LEffDate
             SET LStatusNotFound TO TRUE
             MOVE "N" TO WSEOF
             OPEN INPUT BaseRateFile
             IF WSBaseFileStatus = "00"
                 PERFORM CHECK-ONE-EVENT UNTIL WSEOF = "Y"
                 CLOSE BaseRateFile
             END-IF.

       EXIT PROGRAM.

       CHECK-ONE-EVENT.
             READ BaseRateFile
                 AT END MOVE "Y" TO WSEOF
                 NOT AT END
                     IF BrRateCode = LRateCode AND
                         BrEffDate IS NUMERIC AND
                         BrEffDate NOT > LAsOfDate AND
                         BrEffDate NOT < LEffDate
                         MOVE BrRate TO LBaseRate
                         MOVE BrEffDate TO LEffDate
                         SET LStatusOK TO TRUE
                     END-IF
             END-READ.
