       >> SOURCE FORMAT FREE
       identification division.
       program-id. BASEMNT.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT BaseRateFile ASSIGN TO "BaseRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBaseFileStatus.

       data division.

       FILE SECTION.
       FD BaseRateFile.
       COPY BASERATE.

       WORKING-STORAGE SECTION.
       01 WSBaseFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSMode PIC X(1) VALUE SPACE.
           88 WSModeAdd VALUE "A" "a".
           88 WSModeList VALUE "L" "l".
           88 WSModeExit VALUE "X" "x".
       01 WSOperatorID PIC X(8) VALUE SPACES.
       01 WSOperatorPassword PIC X(8) VALUE SPACES.
       01 WSSignOnStatus PIC 99 VALUE 99.
           88 WSSignOnOK VALUE 0.
           88 WSSignOnLocked VALUE 91.
           88 WSSignOnExpired VALUE 92.
       01 WSOperatorRole PIC X(1) VALUE SPACE.
           88 WSOperatorIsSupervisor VALUE "S".
       01 WSProgramName PIC X(8) VALUE "BASEMNT".
       01 WSOperatorBranch PIC X(4) VALUE SPACES.

       01 WSToday PIC 9(8) VALUE 0.
       01 WSNewCode PIC X(4) VALUE SPACES.
       01 WSNewEffDate PIC 9(8) VALUE 0.
       01 WSNewRate PIC 9V9999 VALUE 0.
       01 WSEventCount PIC 9(5) VALUE 0.
       01 WSClashSeen PIC A(1) VALUE "N".

      *>   Shared DATECALC call area.
       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

      *>   Base-rate maintenance - one entry each time a reference
      *>   rate moves (the repo rate, our prime), keyed once with
      *>   the date it takes effect instead of re-keying every
      *>   product, rate band, debit rate and variable loan. The
      *>   nightly repricing run picks the event up on its
      *>   effective date and moves everything linked to the code.
      *>   The effective date cannot be in the past - a move the
      *>   schedules have already run past cannot be applied - and
      *>   a code takes one event per date. Adding is
      *>   supervisor-only; each entry carries who keyed it and
      *>   when, so the file is its own audit trail.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       CALL 'BUSDATE' USING WSToday

       PERFORM RUN-ONE-BASE-MODE UNTIL WSModeExit.

       STOP RUN.

       OPERATOR-SIGN-ON.
           DISPLAY "Operator ID" WITH NO ADVANCING
           ACCEPT WSOperatorID
           DISPLAY "Password" WITH NO ADVANCING
           ACCEPT WSOperatorPassword
           CALL 'SIGNON' USING WSOperatorID, WSOperatorPassword,
               WSSignOnStatus, WSOperatorRole, WSProgramName,
               WSOperatorBranch
           EVALUATE TRUE
               WHEN WSSignOnOK CONTINUE
               WHEN WSSignOnLocked
                   DISPLAY "Operator locked out - see a supervisor"
               WHEN WSSignOnExpired
                   DISPLAY "Password expired - change it through "
                       "operator maintenance"
               WHEN OTHER
                   DISPLAY "Sign-on denied - check ID and password"
           END-EVALUATE.

       RUN-ONE-BASE-MODE.
           DISPLAY SPACES
           DISPLAY "Base Rates - (A)dd rate change, (L)ist, e(X)it"
               WITH NO ADVANCING
           ACCEPT WSMode
           EVALUATE TRUE
               WHEN WSModeAdd PERFORM ADD-BASE-RATE
               WHEN WSModeList PERFORM LIST-BASE-RATES
               WHEN WSModeExit CONTINUE
               WHEN OTHER DISPLAY "Please choose A, L or X"
           END-EVALUATE.

       ADD-BASE-RATE.
           IF NOT WSOperatorIsSupervisor
               DISPLAY "Changing base rates is supervisor-only "
                   "- sign-on role does not allow it"
           ELSE
               PERFORM CAPTURE-BASE-RATE
           END-IF.

       CAPTURE-BASE-RATE.
           DISPLAY "Base rate code (e.g. REPO, PRIM): "
               WITH NO ADVANCING
           ACCEPT WSNewCode
           INSPECT WSNewCode CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WSNewEffDate
           DISPLAY "New base rate (e.g. 0.0725 for 7.25%): "
               WITH NO ADVANCING
           ACCEPT WSNewRate

           PERFORM CHECK-EVENT-CLASH
           MOVE "V" TO WSDcAction
           MOVE WSNewEffDate TO WSDcDate1
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           EVALUATE TRUE
               WHEN WSNewCode = SPACES
                   DISPLAY "A base rate code is required - "
                       "nothing added"
               WHEN WSDcStatus NOT = 0
                   DISPLAY "Effective date is not a valid date - "
                       "nothing added"
               WHEN WSNewEffDate < WSToday
                   DISPLAY "Effective date is before today's "
                       "business date " WSToday " - nothing added"
               WHEN WSClashSeen = "Y"
                   DISPLAY "Base rate " WSNewCode " already has a "
                       "change effective " WSNewEffDate
                       " - nothing added"
               WHEN WSNewRate > 1
                   DISPLAY "A rate cannot exceed 1.0000 (100%) - "
                       "nothing added"
               WHEN OTHER
                   PERFORM APPEND-BASE-RATE
           END-EVALUATE.

       CHECK-EVENT-CLASH.
           MOVE "N" TO WSClashSeen
           MOVE "N" TO WSEOF
           OPEN INPUT BaseRateFile
           IF WSBaseFileStatus = "00"
               PERFORM CHECK-ONE-EVENT
                   UNTIL WSEOF = "Y" OR WSClashSeen = "Y"
               CLOSE BaseRateFile
           END-IF.

       CHECK-ONE-EVENT.
           READ BaseRateFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF BrRateCode = WSNewCode AND
                       BrEffDate = WSNewEffDate
                       MOVE "Y" TO WSClashSeen
                   END-IF
           END-READ.

       APPEND-BASE-RATE.
           MOVE WSNewCode TO BrRateCode
           MOVE WSNewEffDate TO BrEffDate
           MOVE WSNewRate TO BrRate
           MOVE WSOperatorID TO BrEnteredBy
           MOVE WSToday TO BrEnteredDate
           SET BrPending TO TRUE
           MOVE 0 TO BrAppliedDate
           OPEN EXTEND BaseRateFile
           IF WSBaseFileStatus NOT = "00"
               OPEN OUTPUT BaseRateFile
           END-IF
           WRITE BaseRateRecord
           CLOSE BaseRateFile
           DISPLAY "Base rate " WSNewCode " moves to " WSNewRate
               " effective " WSNewEffDate
               " - linked accounts reprice that night".

       LIST-BASE-RATES.
           MOVE 0 TO WSEventCount
           MOVE "N" TO WSEOF
           OPEN INPUT BaseRateFile
           IF WSBaseFileStatus NOT = "00"
               DISPLAY "No base rates are on file yet"
           ELSE
               DISPLAY "CODE EFFECTIVE  RATE    BY       KEYED    "
                   "ST APPLIED"
               PERFORM LIST-ONE-BASE-RATE UNTIL WSEOF = "Y"
               CLOSE BaseRateFile
               DISPLAY "Base rate changes on file: " WSEventCount
           END-IF.

       LIST-ONE-BASE-RATE.
           READ BaseRateFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   ADD 1 TO WSEventCount
                   DISPLAY BrRateCode " " BrEffDate "  " BrRate "  "
                       BrEnteredBy " " BrEnteredDate " " BrStatus
                       "  " BrAppliedDate
           END-READ.
