           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAuditFileStatus.

           SELECT GLReportLineFile ASSIGN TO "GLReportLines.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLineFileStatus.

       data division.

       FILE SECTION.
           02 GAAccount PIC 9(4).
           02 GAName PIC X(30).
           02 GAType PIC X(1).
           02 GAReportLine PIC X(4).

       FD GLReportLineFile.
       COPY GLRLINE.

       WORKING-STORAGE SECTION.
       01 WSAcctFileStatus PIC X(2) VALUE "00".
       01 WSAuditFileStatus PIC X(2) VALUE "00".
       01 WSLineFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSMode PIC X(1) VALUE SPACE.
           88 WSModeAdd VALUE "A" "a".
           88 WSModeMap VALUE "M" "m".
           88 WSModeLine VALUE "R" "r".
           88 WSModeList VALUE "L" "l".
           88 WSModeExit VALUE "X" "x".
       01 WSOperatorID PIC X(8) VALUE SPACES.
       01 WSNewAccount PIC 9(4) VALUE 0.
       01 WSNewName PIC X(30) VALUE SPACES.
       01 WSNewType PIC X(1) VALUE SPACE.
       01 WSNewStatus PIC X(1) VALUE SPACE.
       01 WSNewLine PIC X(4) VALUE SPACES.
       01 WSAcctCount PIC 9(5) VALUE 0.
       01 WSAcctFound PIC A(1) VALUE "N".

      *>   Reporting lines for the monthly financial statements -
      *>   an account maps only to a line of its own type.
       01 WSLineCode PIC X(4) VALUE SPACES.
       01 WSLineType PIC X(1) VALUE SPACE.
       01 WSLineCaption PIC X(30) VALUE SPACES.
       01 WSLineFound PIC A(1) VALUE "N".
       01 WSFoundLineType PIC X(1) VALUE SPACE.
       01 WSLineCount PIC 9(5) VALUE 0.

      *>   GL chart-of-accounts maintenance - the bank-side account
      *>   numbers the nightly GL posting books to are appended
      *>   here with who keyed them and when, the way RATEMNT keeps
      *>   ExchangeRates.dat. GLAccounts.dat is reference data -
      *>   maintained through this screen, never edited raw. The
      *>   reporting lines the monthly financial statements group
      *>   accounts into are defined here too, and an account is
      *>   re-mapped to another line by appending a new chart row.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK


       RUN-ONE-CHART-MODE.
           DISPLAY SPACES
           DISPLAY "GL Chart - (A)dd account, (M)ap account to "
               "reporting line, (R)eporting line, (L)ist, e(X)it"
               WITH NO ADVANCING
           ACCEPT WSMode
           EVALUATE TRUE
               WHEN WSModeAdd PERFORM ADD-GL-ACCOUNT
               WHEN WSModeMap PERFORM MAP-GL-ACCOUNT
               WHEN WSModeLine PERFORM DEFINE-REPORT-LINE
               WHEN WSModeList PERFORM LIST-GL-ACCOUNTS
               WHEN WSModeExit CONTINUE
               WHEN OTHER DISPLAY "Please choose A, M, R, L or X"
           END-EVALUATE.

       ADD-GL-ACCOUNT.
           DISPLAY "Type - (A)sset (L)iability (I)ncome (E)xpense: "
               WITH NO ADVANCING
           ACCEPT WSNewType
           DISPLAY "Reporting line (blank for none): "
               WITH NO ADVANCING
           ACCEPT WSNewLine
           MOVE "A" TO WSNewStatus
           PERFORM CHECK-NEW-LINE-FITS

           EVALUATE TRUE
               WHEN WSNewAccount = 0 OR WSNewName = SPACES OR
                   (WSNewType NOT = "A" AND WSNewType NOT = "L" AND
                    WSNewType NOT = "I" AND WSNewType NOT = "E")
                   DISPLAY "Account number, name and a valid type "
                       "are all required - nothing added"
               WHEN WSNewLine NOT = SPACES AND WSLineFound = "N"
                   DISPLAY "Reporting line " WSNewLine " is not "
                       "defined - nothing added"
               WHEN WSNewLine NOT = SPACES AND
                    WSFoundLineType NOT = WSNewType
                   DISPLAY "Reporting line " WSNewLine " is not a "
                       "line for type " WSNewType " - nothing added"
               WHEN OTHER
                   PERFORM APPEND-CHART-ROW
                   DISPLAY "GL account " WSNewAccount " added"
           END-EVALUATE.

       APPEND-CHART-ROW.
           MOVE WSNewAccount TO GLAccountNumber
           MOVE WSNewName TO GLAccountName
           MOVE WSNewType TO GLAccountType
           MOVE WSNewStatus TO GLAccountStatus
           MOVE WSNewLine TO GLReportLine
           OPEN EXTEND GLAccountFile
           IF WSAcctFileStatus NOT = "00"
               OPEN OUTPUT GLAccountFile
           END-IF
           WRITE GLAccountRecord
           CLOSE GLAccountFile
           PERFORM WRITE-CHART-AUDIT.

      *>   Re-mapping appends a copy of the account's row in force
      *>   with the new line, so the chart keeps its history.
       MAP-GL-ACCOUNT.
           DISPLAY "Account number (4 digits): " WITH NO ADVANCING
           ACCEPT WSNewAccount
           PERFORM FIND-CHART-ROW-IN-FORCE
           DISPLAY "Reporting line (blank for none): "
               WITH NO ADVANCING
           ACCEPT WSNewLine
           PERFORM CHECK-NEW-LINE-FITS
           EVALUATE TRUE
               WHEN WSAcctFound = "N"
                   DISPLAY "GL account " WSNewAccount " is not on "
                       "the chart"
               WHEN WSNewLine NOT = SPACES AND WSLineFound = "N"
                   DISPLAY "Reporting line " WSNewLine " is not "
                       "defined - account not mapped"
               WHEN WSNewLine NOT = SPACES AND
                    WSFoundLineType NOT = WSNewType
                   DISPLAY "Reporting line " WSNewLine " is not a "
                       "line for type " WSNewType " - account not "
                       "mapped"
               WHEN OTHER
                   PERFORM APPEND-CHART-ROW
                   DISPLAY "GL account " WSNewAccount " mapped to "
                       "reporting line " WSNewLine
           END-EVALUATE.

       FIND-CHART-ROW-IN-FORCE.
           MOVE "N" TO WSAcctFound
           MOVE "N" TO WSEOF
           OPEN INPUT GLAccountFile
           IF WSAcctFileStatus = "00"
               PERFORM CHECK-ONE-CHART-ROW UNTIL WSEOF = "Y"
               CLOSE GLAccountFile
           END-IF
           MOVE "N" TO WSEOF.

       CHECK-ONE-CHART-ROW.
           READ GLAccountFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF GLAccountNumber = WSNewAccount
                       MOVE "Y" TO WSAcctFound
                       MOVE GLAccountName TO WSNewName
                       MOVE GLAccountType TO WSNewType
                       MOVE GLAccountStatus TO WSNewStatus
                   END-IF
           END-READ.

       CHECK-NEW-LINE-FITS.
           MOVE WSNewLine TO WSLineCode
           PERFORM FIND-REPORT-LINE.

       FIND-REPORT-LINE.
           MOVE "N" TO WSLineFound
           MOVE SPACE TO WSFoundLineType
           IF WSLineCode NOT = SPACES
               MOVE "N" TO WSEOF
               OPEN INPUT GLReportLineFile
               IF WSLineFileStatus = "00"
                   PERFORM CHECK-ONE-REPORT-LINE UNTIL WSEOF = "Y"
                   CLOSE GLReportLineFile
               END-IF
               MOVE "N" TO WSEOF
           END-IF.

       CHECK-ONE-REPORT-LINE.
           READ GLReportLineFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF RlCode = WSLineCode
                       MOVE "Y" TO WSLineFound
                       MOVE RlType TO WSFoundLineType
                   END-IF
           END-READ.

      *>   A line keeps the type it was first defined with - the
      *>   accounts mapped to it depend on it - so only its
      *>   caption may be changed.
       DEFINE-REPORT-LINE.
           DISPLAY "Reporting line code (4): " WITH NO ADVANCING
           ACCEPT WSLineCode
           DISPLAY "Type - (A)sset (L)iability (I)ncome (E)xpense: "
               WITH NO ADVANCING
           ACCEPT WSLineType
           DISPLAY "Caption: " WITH NO ADVANCING
           ACCEPT WSLineCaption
           PERFORM FIND-REPORT-LINE
           EVALUATE TRUE
               WHEN WSLineCode = SPACES OR WSLineCaption = SPACES OR
                   (WSLineType NOT = "A" AND WSLineType NOT = "L" AND
                    WSLineType NOT = "I" AND WSLineType NOT = "E")
                   DISPLAY "Code, caption and a valid type are all "
                       "required - nothing kept"
               WHEN WSLineFound = "Y" AND
                    WSFoundLineType NOT = WSLineType
                   DISPLAY "Reporting line " WSLineCode " is already "
                       "a line for type " WSFoundLineType
                       " - nothing kept"
               WHEN OTHER
                   MOVE WSLineCode TO RlCode
                   MOVE WSLineType TO RlType
                   MOVE WSLineCaption TO RlCaption
                   OPEN EXTEND GLReportLineFile
                   IF WSLineFileStatus NOT = "00"
                       OPEN OUTPUT GLReportLineFile
                   END-IF
                   WRITE GLReportLineRecord
                   CLOSE GLReportLineFile
                   DISPLAY "Reporting line " WSLineCode " kept"
           END-EVALUATE.

       WRITE-CHART-AUDIT.
           ACCEPT GADate FROM DATE YYYYMMDD
           ACCEPT GATime FROM TIME
           MOVE WSNewAccount TO GAAccount
           MOVE WSNewName TO GAName
           MOVE WSNewType TO GAType
           MOVE WSNewLine TO GAReportLine
           OPEN EXTEND GLAuditFile
           IF WSAuditFileStatus NOT = "00"
               OPEN OUTPUT GLAuditFile
           IF WSAcctFileStatus NOT = "00"
               DISPLAY "No GL accounts are on file yet"
           ELSE
               DISPLAY "ACCT  TYPE  LINE  NAME"
               PERFORM LIST-ONE-GL-ACCOUNT UNTIL WSEOF = "Y"
               CLOSE GLAccountFile
               DISPLAY "Accounts on file: " WSAcctCount
           END-IF
           MOVE 0 TO WSLineCount
           MOVE "N" TO WSEOF
           OPEN INPUT GLReportLineFile
           IF WSLineFileStatus = "00"
               DISPLAY SPACES
               DISPLAY "LINE  TYPE  CAPTION"
               PERFORM LIST-ONE-REPORT-LINE UNTIL WSEOF = "Y"
               CLOSE GLReportLineFile
               DISPLAY "Reporting lines on file: " WSLineCount
           END-IF
           MOVE "N" TO WSEOF.

       LIST-ONE-GL-ACCOUNT.
           READ GLAccountFile
               NOT AT END
                   ADD 1 TO WSAcctCount
                   DISPLAY GLAccountNumber "  " GLAccountType
                       "     " GLReportLine "  " GLAccountName
           END-READ.

       LIST-ONE-REPORT-LINE.
           READ GLReportLineFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   ADD 1 TO WSLineCount
                   DISPLAY RlCode "  " RlType "     " RlCaption
           END-READ.
