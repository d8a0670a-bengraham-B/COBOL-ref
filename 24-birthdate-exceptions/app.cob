       01 WSExceptionCount PIC 9(5) VALUE 0.
       01 WSDetailName PIC X(32).

      *>   The birth date prints masked - year only - so the
      *>   report says what is wrong with it instead.
       01 WSMaskRole PIC X(1) VALUE SPACE.
       01 WSMaskOperator PIC X(8) VALUE SPACES.
       01 WSMaskProgram PIC X(8) VALUE "BDATEXC".
       01 WSSSNOut PIC X(11) VALUE SPACES.
       01 WSBirthOut PIC X(10) VALUE SPACES.


      *>   Report output goes through the shared RPTWRITE routine -
      *>   paginated, run-stamped, and retained on a named report
       01 WSHeading2.
           02 FILLER PIC X(8) VALUE "ID NUM".
           02 FILLER PIC X(32) VALUE "NAME (LAST, FIRST)".
           02 FILLER PIC X(13) VALUE "BIRTH DATE".
           02 FILLER PIC X(10) VALUE "REASON".

       01 WSDetailLine.
           02 WSDetailID PIC 9(5).
           02 FILLER PIC X(3) VALUE SPACES.
           02 WSDetailNameOut PIC X(32).
           02 FILLER PIC X(3) VALUE SPACES.
           02 WSDetailBirthOut PIC X(10).
           02 FILLER PIC X(3) VALUE SPACES.
           02 WSDetailReason PIC X(10).

      *>   Flags a customer record whose birth date is missing
      *>   (all zeros) or fails the same MM/DD/YYYY range checks
       STOP RUN.

       CHECK-ONE-CUSTOMER.
      *>     A legal entity has no birth date to check - its date
      *>     of incorporation is on Entities.dat.
           IF WSCustType NOT = "E"
               ADD 1 TO WSRecordCount
               PERFORM VALIDATE-BIRTH-DATE
               IF WSBirthDateValid = "N"
                   PERFORM PRINT-EXCEPTION-LINE
               END-IF
           END-IF.

       VALIDATE-BIRTH-DATE.
       PRINT-EXCEPTION-LINE.
           MOVE WSIDNum TO WSDetailID
           CALL 'FMTNAME' USING WSFirstName, WSLastName, WSDetailNameOut
           CALL 'MASKPII' USING WSMaskRole, WSMaskOperator,
               WSMaskProgram, WSIDNum, WSCustSSN, WSCustBirthDate,
               WSSSNOut, WSBirthOut
           MOVE WSBirthOut TO WSDetailBirthOut
           EVALUATE TRUE
               WHEN WSCustBirthDate = ZERO
                   MOVE "MISSING" TO WSDetailReason
               WHEN WSBirthMonth < 1 OR WSBirthMonth > 12
                   MOVE "BAD MONTH" TO WSDetailReason
               WHEN WSBirthYear < 1900 OR WSBirthYear > 2099
                   MOVE "BAD YEAR" TO WSDetailReason
               WHEN OTHER
                   MOVE "BAD DAY" TO WSDetailReason
           END-EVALUATE
           MOVE WSDetailLine TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           ADD 1 TO WSExceptionCount.
