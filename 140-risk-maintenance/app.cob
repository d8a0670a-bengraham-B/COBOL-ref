       >> SOURCE FORMAT FREE
       identification division.
       program-id. AMLMNT.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT RiskFile ASSIGN TO "RiskProfile.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RkIDNum
           FILE STATUS IS WSRiskFileStatus.

           SELECT RiskHistFile ASSIGN TO "RiskHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRiskHistStatus.

           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

       data division.

       FILE SECTION.
       FD RiskFile.
       COPY RISKREC.

       FD RiskHistFile.
       COPY RISKHIST.

       FD CustomerFile.
       COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01 WSRiskFileStatus PIC X(2) VALUE "00".
       01 WSRiskHistStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSMode PIC X(1) VALUE SPACE.
           88 WSModeView VALUE "V" "v".
           88 WSModeOverride VALUE "O" "o".
           88 WSModeClear VALUE "C" "c".
           88 WSModeReview VALUE "R" "r".
           88 WSModeExit VALUE "X" "x".
       01 WSOperatorID PIC X(8) VALUE SPACES.
       01 WSOperatorPassword PIC X(8) VALUE SPACES.
       01 WSSignOnStatus PIC 99 VALUE 99.
           88 WSSignOnOK VALUE 0.
           88 WSSignOnLocked VALUE 91.
           88 WSSignOnExpired VALUE 92.
       01 WSOperatorRole PIC X(1) VALUE SPACE.
           88 WSOperatorIsCompliance VALUE "C".
       01 WSProgramName PIC X(8) VALUE "AMLMNT".
       01 WSOperatorBranch PIC X(4) VALUE SPACES.

       01 WSToday PIC 9(8) VALUE 0.
       01 WSCustomerID PIC 9(5) VALUE 0.
       01 WSIdentityID PIC 9(5) VALUE 0.
       01 WSCustFound PIC A(1) VALUE "N".
       01 WSProfileFound PIC A(1) VALUE "N".
       01 WSHistCount PIC 9(5) VALUE 0.
       01 WSNewRating PIC X(1) VALUE SPACE.
       01 WSNewReason PIC X(40) VALUE SPACES.
       01 WSEvent PIC X(1) VALUE SPACE.

       01 WSChkAction PIC X(1) VALUE SPACE.
       01 WSChkID PIC 9(5) VALUE 0.
       01 WSChkStatus PIC 99 VALUE 0.

      *>   Enhanced-review cycle in months per effective rating -
      *>   the rating run's cycle.
       01 WSHighCycle PIC S9(5) VALUE 12.
       01 WSMediumCycle PIC S9(5) VALUE 24.
       01 WSLowCycle PIC S9(5) VALUE 36.
       01 WSReviewBase PIC 9(8) VALUE 0.

       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

      *>   AML risk profile maintenance - compliance officers see
      *>   a customer's rating, the points behind it and its
      *>   history, override the scored rating (a reason is
      *>   required, and the override stands over every later
      *>   rating run until cleared), clear an override, and
      *>   record an enhanced review as completed, which starts
      *>   the next review cycle from today. Any account number
      *>   of the customer finds the profile of the identity that
      *>   owns it. Every change is appended to RiskHistory.dat
      *>   with the officer's ID.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       IF NOT WSOperatorIsCompliance
           DISPLAY "AML risk maintenance is compliance-only "
               "- sign-on role does not allow it"
           STOP RUN
       END-IF
       CALL 'BUSDATE' USING WSToday

       PERFORM RUN-ONE-RISK-MODE UNTIL WSModeExit.

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

       RUN-ONE-RISK-MODE.
           DISPLAY SPACES
           DISPLAY "AML Risk - (V)iew, (O)verride, (C)lear override,"
               " (R)eview done, e(X)it" WITH NO ADVANCING
           ACCEPT WSMode
           EVALUATE TRUE
               WHEN WSModeView PERFORM VIEW-RISK-PROFILE
               WHEN WSModeOverride PERFORM OVERRIDE-RATING
               WHEN WSModeClear PERFORM CLEAR-OVERRIDE
               WHEN WSModeReview PERFORM RECORD-REVIEW
               WHEN WSModeExit CONTINUE
               WHEN OTHER DISPLAY "Please choose V, O, C, R or X"
           END-EVALUATE.

       FIND-RISK-PROFILE.
      *>     Reads the profile of the identity behind the account
      *>     keyed; WSProfileFound "Y" leaves it in the record and
      *>     RiskFile open I-O for the caller to close.
           MOVE "N" TO WSProfileFound
           DISPLAY "Customer account number: " WITH NO ADVANCING
           ACCEPT WSCustomerID
           MOVE 0 TO WSChkStatus
           IF WSCustomerID IS NUMERIC AND WSCustomerID NOT = 0
               MOVE "V" TO WSChkAction
               MOVE WSCustomerID TO WSChkID
               CALL 'CHKDGT' USING WSChkAction, WSChkID, WSChkStatus
           END-IF
           EVALUATE TRUE
               WHEN WSCustomerID IS NOT NUMERIC OR WSCustomerID = 0
                   DISPLAY "Account number must be numeric"
               WHEN WSChkStatus NOT = 0
                   DISPLAY "Account " WSCustomerID " fails its check "
                       "digit"
               WHEN OTHER
                   PERFORM READ-IDENTITY
                   IF WSCustFound = "N"
                       DISPLAY "Account " WSCustomerID
                           " is not on file"
                   ELSE
                       PERFORM READ-PROFILE-FOR-UPDATE
                   END-IF
           END-EVALUATE.

       READ-IDENTITY.
           MOVE "N" TO WSCustFound
           MOVE WSCustomerID TO WSIdentityID
           OPEN INPUT CustomerFile
           IF WSCustFileStatus = "00"
               MOVE WSCustomerID TO IDNum
               READ CustomerFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WSCustFound
                       IF CustOwnerID IS NUMERIC AND CustOwnerID > 0
                           MOVE CustOwnerID TO WSIdentityID
                       END-IF
               END-READ
               CLOSE CustomerFile
           END-IF.

       READ-PROFILE-FOR-UPDATE.
           OPEN I-O RiskFile
           IF WSRiskFileStatus NOT = "00"
               DISPLAY "No customer has been risk rated yet"
           ELSE
               MOVE WSIdentityID TO RkIDNum
               MOVE "Y" TO WSProfileFound
               READ RiskFile
                   INVALID KEY MOVE "N" TO WSProfileFound
               END-READ
               IF WSProfileFound = "N"
                   DISPLAY "Customer " WSIdentityID " has not been "
                       "risk rated yet - the monthly run rates it"
                   CLOSE RiskFile
               END-IF
           END-IF.

       VIEW-RISK-PROFILE.
           PERFORM FIND-RISK-PROFILE
           IF WSProfileFound = "Y"
               CLOSE RiskFile
               DISPLAY "Customer:        " RkIDNum "  branch "
                   RkBranch
               DISPLAY "Rating:          " RkRating "  (scored "
                   RkScoredRating " on " RkScore " points, "
                   RkRatedDate ")"
               IF RkOverridden
                   DISPLAY "Override:        " RkOverride " by "
                       RkOverrideBy " on " RkOverrideDate
                   DISPLAY "Reason:          " RkOverrideReason
               END-IF
               DISPLAY "Structuring/hits:" RkStructPoints
                   "  Screening: " RkScreenPoints
                   "  KYC: " RkKycPoints
               DISPLAY "Teller cash:     " RkCashPoints
                   "  Product: " RkProductPoints
                   "  Segment: " RkSegmentPoints
                   "  Tenure: " RkTenurePoints
               DISPLAY "Customer since:  " RkRelationSince
                   "  last review " RkLastReviewDate
                   "  next due " RkReviewDueDate
               IF RkReviewDueDate < WSToday
                   DISPLAY "*** Enhanced review is overdue ***"
               END-IF
               PERFORM LIST-RISK-HISTORY
           END-IF.

       LIST-RISK-HISTORY.
           MOVE 0 TO WSHistCount
           MOVE "N" TO WSEOF
           OPEN INPUT RiskHistFile
           IF WSRiskHistStatus = "00"
               DISPLAY "DATE     EV SCR SC RT BY       REASON"
               PERFORM LIST-ONE-RISK-HISTORY UNTIL WSEOF = "Y"
               CLOSE RiskHistFile
           END-IF
           DISPLAY "History entries: " WSHistCount.

       LIST-ONE-RISK-HISTORY.
           READ RiskHistFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF RhIDNum = RkIDNum
                       ADD 1 TO WSHistCount
                       DISPLAY RhDate " " RhEvent "  " RhScore " "
                           RhScoredRating "  " RhRating "  "
                           RhOperator " " RhReason
                   END-IF
           END-READ.

       OVERRIDE-RATING.
           PERFORM FIND-RISK-PROFILE
           IF WSProfileFound = "Y"
               DISPLAY "Scored " RkScoredRating ", now " RkRating
                   " - override to (L)ow, (M)edium or (H)igh: "
                   WITH NO ADVANCING
               ACCEPT WSNewRating
               INSPECT WSNewRating CONVERTING "lmh" TO "LMH"
               DISPLAY "Reason for the override: " WITH NO ADVANCING
               ACCEPT WSNewReason
               EVALUATE TRUE
                   WHEN WSNewRating NOT = "L" AND
                        WSNewRating NOT = "M" AND
                        WSNewRating NOT = "H"
                       DISPLAY "Rating must be L, M or H - "
                           "nothing changed"
                   WHEN WSNewReason = SPACES
                       DISPLAY "An override needs a reason - "
                           "nothing changed"
                   WHEN OTHER
                       MOVE WSNewRating TO RkOverride
                       MOVE WSNewReason TO RkOverrideReason
                       MOVE WSOperatorID TO RkOverrideBy
                       MOVE WSToday TO RkOverrideDate
                       MOVE WSNewRating TO RkRating
                       SET RhOverridden TO TRUE
                       MOVE RhEvent TO WSEvent
                       PERFORM SAVE-RISK-CHANGE
                       DISPLAY "Customer " RkIDNum " now rated "
                           RkRating " - review due " RkReviewDueDate
               END-EVALUATE
               CLOSE RiskFile
           END-IF.

       CLEAR-OVERRIDE.
           PERFORM FIND-RISK-PROFILE
           IF WSProfileFound = "Y"
               IF NOT RkOverridden
                   DISPLAY "Customer " RkIDNum " has no override"
               ELSE
                   MOVE SPACE TO RkOverride
                   MOVE SPACES TO RkOverrideReason
                   MOVE SPACES TO RkOverrideBy
                   MOVE 0 TO RkOverrideDate
                   MOVE RkScoredRating TO RkRating
                   MOVE "OVERRIDE CLEARED" TO WSNewReason
                   SET RhOverrideCleared TO TRUE
                   MOVE RhEvent TO WSEvent
                   PERFORM SAVE-RISK-CHANGE
                   DISPLAY "Override cleared - customer " RkIDNum
                       " back on its scored rating " RkRating
               END-IF
               CLOSE RiskFile
           END-IF.

       RECORD-REVIEW.
           PERFORM FIND-RISK-PROFILE
           IF WSProfileFound = "Y"
               DISPLAY "Review outcome / note: " WITH NO ADVANCING
               ACCEPT WSNewReason
               IF WSNewReason = SPACES
                   MOVE "ENHANCED REVIEW COMPLETED" TO WSNewReason
               END-IF
               MOVE WSToday TO RkLastReviewDate
               SET RhReviewed TO TRUE
               MOVE RhEvent TO WSEvent
               PERFORM SAVE-RISK-CHANGE
               DISPLAY "Review recorded - next review due "
                   RkReviewDueDate
               CLOSE RiskFile
           END-IF.

       SAVE-RISK-CHANGE.
           PERFORM SET-REVIEW-DUE-DATE
           REWRITE RiskProfileRecord
               INVALID KEY
                   DISPLAY "Unable to update risk profile " RkIDNum
           END-REWRITE
           MOVE RkIDNum TO RhIDNum
           MOVE WSToday TO RhDate
           MOVE WSEvent TO RhEvent
           MOVE RkScore TO RhScore
           MOVE RkScoredRating TO RhScoredRating
           MOVE RkRating TO RhRating
           MOVE WSOperatorID TO RhOperator
           MOVE WSNewReason TO RhReason
           OPEN EXTEND RiskHistFile
           IF WSRiskHistStatus NOT = "00"
               OPEN OUTPUT RiskHistFile
           END-IF
           WRITE RiskHistoryRecord
           CLOSE RiskHistFile.

       SET-REVIEW-DUE-DATE.
      *>     Due one cycle of the effective rating after the last
      *>     completed review, or after the relationship began
      *>     when there has been none, or from today when neither
      *>     is known.
           EVALUATE TRUE
               WHEN RkHigh MOVE WSHighCycle TO WSDcAmount
               WHEN RkMedium MOVE WSMediumCycle TO WSDcAmount
               WHEN OTHER MOVE WSLowCycle TO WSDcAmount
           END-EVALUATE
           EVALUATE TRUE
               WHEN RkLastReviewDate > 0
                   MOVE RkLastReviewDate TO WSReviewBase
               WHEN RkRelationSince > 0
                   MOVE RkRelationSince TO WSReviewBase
               WHEN OTHER
                   MOVE WSToday TO WSReviewBase
           END-EVALUATE
           MOVE "M" TO WSDcAction
           MOVE WSReviewBase TO WSDcDate1
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           MOVE WSDcDate2 TO RkReviewDueDate.
