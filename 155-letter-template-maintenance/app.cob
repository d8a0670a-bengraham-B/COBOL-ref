       >> SOURCE FORMAT FREE
       identification division.
       program-id. LTRMNT.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT LetterTemplateFile ASSIGN TO "LetterTemplates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSTmplFileStatus.

           SELECT NewTemplateFile ASSIGN TO "LetterTemplatesNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewFileStatus.

           SELECT TmplAuditFile ASSIGN TO "TemplateAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAuditFileStatus.

       data division.

       FILE SECTION.
       FD LetterTemplateFile.
       COPY LTRTMPL.

       FD NewTemplateFile.
       01 NewTemplateRecord PIC X(80).

      *> Before and after image of every template line changed -
      *> what a customer was told is only provable if the wording
      *> in force on the day is.
       FD TmplAuditFile.
       01 TmplAuditRecord.
           02 TaDate PIC 9(8).
           02 TaTime PIC 9(8).
           02 TaOperator PIC X(8).
           02 TaAction PIC X(8).
           02 TaBefore PIC X(80).
           02 TaAfter PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSTmplFileStatus PIC X(2) VALUE "00".
       01 WSNewFileStatus PIC X(2) VALUE "00".
       01 WSAuditFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSMode PIC X(1) VALUE SPACE.
           88 WSModeEnter VALUE "E" "e".
           88 WSModeShow VALUE "S" "s".
           88 WSModeRemove VALUE "R" "r".
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
       01 WSProgramName PIC X(8) VALUE "LTRMNT".
       01 WSOperatorBranch PIC X(4) VALUE SPACES.

       01 WSTargetCode PIC X(8) VALUE SPACES.
       01 WSTargetLineNo PIC 99 VALUE 0.
       01 WSNewText PIC X(70) VALUE SPACES.
       01 WSRemoveWhole PIC A(1) VALUE "N".
       01 WSBeforeImage PIC X(80) VALUE SPACES.
       01 WSAfterImage PIC X(80) VALUE SPACES.
       01 WSAuditAction PIC X(8) VALUE SPACES.
       01 WSLineCount PIC 9(5) VALUE 0.
       01 WSConfirm PIC X(1) VALUE "N".

      *>   Letter template maintenance - the wording of every
      *>   customer letter, which the letter run merges and prints
      *>   for whatever program asked for it. A template is a code
      *>   with a title on line 00 and up to thirty body lines;
      *>   entering a line that is already there replaces it, and
      *>   entering it blank takes it out. Supervisor-gated through
      *>   the sign-on role, copy-and-swap like every unkeyed file
      *>   here, before and after images on TemplateAudit.dat.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       IF NOT WSOperatorIsSupervisor
           DISPLAY "Template maintenance is supervisor-only - "
               "sign-on role does not allow it"
           STOP RUN
       END-IF

       PERFORM RUN-ONE-TEMPLATE-MODE UNTIL WSModeExit.

       STOP RUN.

       OPERATOR-SIGN-ON.
           DISPLAY "Supervisor operator ID" WITH NO ADVANCING
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

       RUN-ONE-TEMPLATE-MODE.
           DISPLAY SPACES
           DISPLAY "Letter Templates - (E)nter line, (S)how template,"
               " (R)emove template, (L)ist, e(X)it"
               WITH NO ADVANCING
           ACCEPT WSMode
           EVALUATE TRUE
               WHEN WSModeEnter PERFORM ENTER-TEMPLATE-LINE
               WHEN WSModeShow PERFORM SHOW-TEMPLATE
               WHEN WSModeRemove PERFORM REMOVE-TEMPLATE
               WHEN WSModeList PERFORM LIST-TEMPLATES
               WHEN WSModeExit CONTINUE
               WHEN OTHER DISPLAY "Please choose E, S, R, L or X"
           END-EVALUATE.

       ENTER-TEMPLATE-LINE.
           DISPLAY "Template code: " WITH NO ADVANCING
           ACCEPT WSTargetCode
           DISPLAY "Line number (00 title, 01-30 body): "
               WITH NO ADVANCING
           ACCEPT WSTargetLineNo
           IF WSTargetCode = SPACES OR WSTargetLineNo > 30
               DISPLAY "A template code and a line from 00 to 30 "
                   "are required - nothing changed"
           ELSE
               DISPLAY "Merge fields: {NAME} {ADDRESS} {ACCOUNT} "
                   "{AMOUNT1} {AMOUNT2} {DATE} {TEXT} {TODAY}"
               DISPLAY "Text (blank takes the line out): "
                   WITH NO ADVANCING
               ACCEPT WSNewText
               MOVE "N" TO WSRemoveWhole
               MOVE SPACES TO WSBeforeImage
               PERFORM REWRITE-TEMPLATE-FILE
               IF WSNewText NOT = SPACES
                   MOVE WSTargetCode TO LtCode
                   MOVE WSTargetLineNo TO LtLineNo
                   MOVE WSNewText TO LtText
                   MOVE LetterTemplateRecord TO WSAfterImage
                   OPEN EXTEND LetterTemplateFile
                   IF WSTmplFileStatus NOT = "00"
                       OPEN OUTPUT LetterTemplateFile
                   END-IF
                   WRITE LetterTemplateRecord
                   CLOSE LetterTemplateFile
               ELSE
                   MOVE SPACES TO WSAfterImage
               END-IF
               IF WSBeforeImage = SPACES AND WSAfterImage = SPACES
                   DISPLAY "No line " WSTargetLineNo " on template "
                       WSTargetCode " - nothing changed"
               ELSE
                   EVALUATE TRUE
                       WHEN WSBeforeImage = SPACES
                           MOVE "ADD" TO WSAuditAction
                       WHEN WSAfterImage = SPACES
                           MOVE "DELETE" TO WSAuditAction
                       WHEN OTHER
                           MOVE "UPDATE" TO WSAuditAction
                   END-EVALUATE
                   PERFORM WRITE-TEMPLATE-AUDIT
                   DISPLAY "Template " WSTargetCode " line "
                       WSTargetLineNo " " WSAuditAction " done"
               END-IF
           END-IF.

       REMOVE-TEMPLATE.
           DISPLAY "Template code to remove: " WITH NO ADVANCING
           ACCEPT WSTargetCode
           DISPLAY "Remove every line of " WSTargetCode
               " - requests naming it wait until it is re-entered"
               " (Y/N)? " WITH NO ADVANCING
           ACCEPT WSConfirm
           IF WSConfirm = "Y" OR WSConfirm = "y"
               MOVE "Y" TO WSRemoveWhole
               MOVE 0 TO WSLineCount
               MOVE SPACES TO WSAfterImage
               MOVE "REMOVE" TO WSAuditAction
               PERFORM REWRITE-TEMPLATE-FILE
               DISPLAY "Lines removed from " WSTargetCode ": "
                   WSLineCount
           ELSE
               DISPLAY "Nothing removed"
           END-IF.

       REWRITE-TEMPLATE-FILE.
      *>     Copies every line except the one being replaced (or the
      *>     whole template being removed) through the new file.
           MOVE "N" TO WSEOF
           OPEN INPUT LetterTemplateFile
           IF WSTmplFileStatus = "00"
               OPEN OUTPUT NewTemplateFile
               PERFORM COPY-ONE-TEMPLATE-LINE UNTIL WSEOF = "Y"
               CLOSE LetterTemplateFile
               CLOSE NewTemplateFile
               PERFORM SWAP-TEMPLATE-FILE-BACK
           END-IF.

       COPY-ONE-TEMPLATE-LINE.
           READ LetterTemplateFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF LtCode = WSTargetCode
                      AND (WSRemoveWhole = "Y"
                       OR LtLineNo = WSTargetLineNo)
                       MOVE LetterTemplateRecord TO WSBeforeImage
                       IF WSRemoveWhole = "Y"
                           ADD 1 TO WSLineCount
                           PERFORM WRITE-TEMPLATE-AUDIT
                       END-IF
                   ELSE
                       MOVE LetterTemplateRecord TO NewTemplateRecord
                       WRITE NewTemplateRecord
                   END-IF
           END-READ.

       SWAP-TEMPLATE-FILE-BACK.
           OPEN INPUT NewTemplateFile
           OPEN OUTPUT LetterTemplateFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-LINE UNTIL WSEOF = "Y"
           CLOSE NewTemplateFile
           CLOSE LetterTemplateFile.

       COPY-BACK-ONE-LINE.
           READ NewTemplateFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewTemplateRecord TO LetterTemplateRecord
                   WRITE LetterTemplateRecord
           END-READ.

       WRITE-TEMPLATE-AUDIT.
           ACCEPT TaDate FROM DATE YYYYMMDD
           ACCEPT TaTime FROM TIME
           MOVE WSOperatorID TO TaOperator
           MOVE WSAuditAction TO TaAction
           MOVE WSBeforeImage TO TaBefore
           MOVE WSAfterImage TO TaAfter
           OPEN EXTEND TmplAuditFile
           IF WSAuditFileStatus NOT = "00"
               OPEN OUTPUT TmplAuditFile
           END-IF
           WRITE TmplAuditRecord
           CLOSE TmplAuditFile.

       SHOW-TEMPLATE.
           DISPLAY "Template code: " WITH NO ADVANCING
           ACCEPT WSTargetCode
           MOVE 0 TO WSLineCount
           MOVE "N" TO WSEOF
           OPEN INPUT LetterTemplateFile
           IF WSTmplFileStatus NOT = "00"
               DISPLAY "No letter templates are on file yet"
           ELSE
               PERFORM SHOW-ONE-TEMPLATE-LINE UNTIL WSEOF = "Y"
               CLOSE LetterTemplateFile
               IF WSLineCount = 0
                   DISPLAY "No template " WSTargetCode " on file"
               END-IF
           END-IF.

       SHOW-ONE-TEMPLATE-LINE.
           READ LetterTemplateFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF LtCode = WSTargetCode
                       ADD 1 TO WSLineCount
                       DISPLAY LtLineNo "  " LtText
                   END-IF
           END-READ.

       LIST-TEMPLATES.
           MOVE 0 TO WSLineCount
           MOVE "N" TO WSEOF
           OPEN INPUT LetterTemplateFile
           IF WSTmplFileStatus NOT = "00"
               DISPLAY "No letter templates are on file yet"
           ELSE
               DISPLAY "CODE      TITLE"
               PERFORM LIST-ONE-TITLE UNTIL WSEOF = "Y"
               CLOSE LetterTemplateFile
               DISPLAY "Templates on file: " WSLineCount
           END-IF.

       LIST-ONE-TITLE.
           READ LetterTemplateFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF LtLineNo = 0
                       ADD 1 TO WSLineCount
                       DISPLAY LtCode "  " LtText
                   END-IF
           END-READ.
