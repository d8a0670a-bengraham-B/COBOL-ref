      * Shared exchange-rate lookup, called like BUSDATE and
      * BASELOOK are. Hands back the mid rate (home currency per
      * unit) in force for a currency on a given date - the latest
      * ExchangeRates.dat record for it effective on or before the
      * date - so the batch paths that charge, report and revalue
      * foreign-currency accounts all convert the same way. The
      * home currency (and blank, which is how older records read)
      * converts at 1.
      *
      * LStatus 0 - found, rate and its effective date returned
      *        23 - no rate for the currency on or before the date
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXRATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ExchangeRateFile ASSIGN TO "ExchangeRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRateFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ExchangeRateFile.
       COPY EXRATE.

       WORKING-STORAGE SECTION.
       01 WSRateFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       LINKAGE SECTION.
             01 LCurrency PIC X(3).
             01 LAsOfDate PIC 9(8).
             01 LMidRate PIC 9(5)V9999.
             01 LEffDate PIC 9(8).
             01 LStatus PIC 99.
                 88 LStatusOK VALUE 0.
                 88 LStatusNotFound VALUE 23.

       PROCEDURE DIVISION USING LCurrency, LAsOfDate, LMidRate,
           LEffDate, LStatus.
             MOVE 0 TO LMidRate
             MOVE 0 TO LEffDate
             SET LStatusNotFound TO TRUE
             IF LCurrency = "ZAR" OR LCurrency = SPACES
                 MOVE 1 TO LMidRate
                 MOVE LAsOfDate TO LEffDate
                 SET LStatusOK TO TRUE
             ELSE
                 MOVE "N" TO WSEOF
                 OPEN INPUT ExchangeRateFile
                 IF WSRateFileStatus = "00"
                     PERFORM CHECK-ONE-RATE UNTIL WSEOF = "Y"
                     CLOSE ExchangeRateFile
                 END-IF
             END-IF.

       EXIT PROGRAM.

       CHECK-ONE-RATE.
             READ ExchangeRateFile
                 AT END MOVE "Y" TO WSEOF
                 NOT AT END
                     IF ERCurrency = LCurrency AND
                         EREffDate IS NUMERIC AND
                         EREffDate NOT > LAsOfDate AND
                         EREffDate NOT < LEffDate AND
                         ERRate > 0
                         MOVE ERRate TO LMidRate
                         MOVE EREffDate TO LEffDate
                         SET LStatusOK TO TRUE
                     END-IF
             END-READ.
