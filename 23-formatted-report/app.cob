       01 EditedHomeAmount PIC ZZ,ZZZ,ZZ9.99.
       01 EditedGrandTotal PIC $$,$$$,$$9.99.

      *>   Reports are read by anyone the file reaches, so the
      *>   birth date is always printed masked - year only.
       01 WSMaskRole PIC X(1) VALUE SPACE.
       01 WSMaskOperator PIC X(8) VALUE SPACES.
       01 WSMaskProgram PIC X(8) VALUE "CUSTRPT".
       01 WSSSNOut PIC X(11) VALUE SPACES.
       01 WSBirthOut PIC X(10) VALUE SPACES.

       01 WSCustHeading1.
           02 FILLER PIC X(20) VALUE "CUSTOMER REPORT".
           02 FILLER PIC X(10) VALUE "PAGE ".
           MOVE WSIDNum TO WSCustDetailID
           CALL 'FMTNAME' USING WSFirstName, WSLastName,
               WSCustDetailName
           CALL 'MASKPII' USING WSMaskRole, WSMaskOperator,
               WSMaskProgram, WSIDNum, WSCustSSN, WSCustBirthDate,
               WSSSNOut, WSBirthOut
           MOVE WSBirthOut TO WSCustDetailBirthDate
           DISPLAY WSCustDetailLine
           ADD 1 TO WSCustLineCount
           ADD 1 TO WSCustCount.
