       >> SOURCE FORMAT FREE
       identification division.
       program-id. TRANSCPT.
       environment division.
       configuration section.
       special-names.
           class PassingScore is "A" thru "C", "D".

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT HistoryFile ASSIGN TO "StudentHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHistFileStatus.

           SELECT TranscriptLogFile ASSIGN TO "TranscriptLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLogFileStatus.

       data division.

       FILE SECTION.
       FD HistoryFile.
       01 StudentHistRecord.
           02 HistTerm PIC 9(6).
           02 HistStudentID PIC 9(5).
           02 HistScore PIC X(1).
           02 HistResult PIC X(6).

      *> One line per transcript issued - when, to whom, for
      *> which student, and whether it went out singly or with a
      *> cohort run - so the registrar can answer "who has had a
      *> copy of this record".
       FD TranscriptLogFile.
       01 TranscriptLogRecord.
           02 TlIssueDate PIC 9(8).
           02 TlIssueTime PIC 9(8).
           02 TlStudentID PIC 9(5).
           02 TlRequester PIC X(30).
           02 TlIssueType PIC X(1).
               88 TlSingle VALUE "S".
               88 TlCohort VALUE "C".
           02 TlCohortTerm PIC 9(6).
           02 TlTermsListed PIC 9(3).
           02 TlStanding PIC X(20).
           02 TlReportName PIC X(30).

       WORKING-STORAGE SECTION.
       01 WSHistFileStatus PIC X(2) VALUE "00".
       01 WSLogFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSMode PIC X(1) VALUE SPACE.
           88 WSModeStudent VALUE "S" "s".
           88 WSModeCohort VALUE "C" "c".
           88 WSModeExit VALUE "X" "x".

       01 WSToday PIC 9(8) VALUE 0.
       01 WSNow PIC 9(8) VALUE 0.
       01 WSRequester PIC X(30) VALUE SPACES.
       01 WSTargetStudent PIC 9(5) VALUE 0.
       01 WSCohortTerm PIC 9(6) VALUE 0.
       01 WSIssueType PIC X(1) VALUE SPACE.
       01 WSIssuedCount PIC 9(5) VALUE 0.

      *>   One student's terms in term order - a term graded twice
      *>   keeps the later run's result.
       01 WSTermTable.
           02 WSTermEntry OCCURS 40 TIMES INDEXED BY WSTermIdx.
               03 WSTermCode PIC 9(6).
               03 WSTermScore PIC X(1).
               03 WSTermResult PIC X(6).
       01 WSTermCount PIC 99 VALUE 0.
       01 WSTermSlot PIC 99 VALUE 0.
       01 WSTermSub PIC 99 VALUE 0.
       01 WSTermMove PIC 99 VALUE 0.

      *>   Students whose first graded term is the cohort term, in
      *>   student ID order.
       01 WSStudentTable.
           02 WSStudentEntry OCCURS 500 TIMES INDEXED BY WSStuIdx.
               03 WSStuID PIC 9(5).
               03 WSStuFirstTerm PIC 9(6).
       01 WSStudentCount PIC 999 VALUE 0.
       01 WSStudentSlot PIC 999 VALUE 0.
       01 WSStudentSub PIC 999 VALUE 0.
       01 WSStudentMove PIC 999 VALUE 0.
       01 WSCohortSize PIC 999 VALUE 0.

      *>   Running totals down the transcript and the standing the
      *>   final pass percentage earns.
       01 WSPassesToDate PIC 99 VALUE 0.
       01 WSTermsToDate PIC 99 VALUE 0.
       01 WSPassPct PIC 9(3) VALUE 0.
       01 WSStanding PIC X(20) VALUE SPACES.
       01 WSGoodStandingPct PIC 9(3) VALUE 75.
       01 WSSatisfactoryPct PIC 9(3) VALUE 50.

       01 WSCountOut PIC Z9.
       01 WSCountOut2 PIC Z9.
       01 WSPctOut PIC ZZ9.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE SPACES.
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Student transcripts from the results history - the
      *>   official record the registrar used to copy off the
      *>   trend output by hand. (S)tudent prints one student's
      *>   transcript; (C)ohort prints every student whose first
      *>   graded term is the one keyed, for graduation. Each
      *>   student gets a page through RPTWRITE listing every term
      *>   in order with the score, the result, the passes to date
      *>   and the pass percentage, and a standing from the final
      *>   pass percentage (a pass is a PassingScore grade, as the
      *>   grading run decides it). Every transcript issued is
      *>   logged on TranscriptLog.dat with the date and who asked
      *>   for it.
       PROCEDURE DIVISION.
       PERFORM RUN-ONE-TRANSCRIPT-MODE UNTIL WSModeExit.

       STOP RUN.

       RUN-ONE-TRANSCRIPT-MODE.
           DISPLAY SPACES
           DISPLAY "Transcripts - (S)tudent, (C)ohort, e(X)it"
               WITH NO ADVANCING
           ACCEPT WSMode
           EVALUATE TRUE
               WHEN WSModeStudent PERFORM ISSUE-STUDENT-TRANSCRIPT
               WHEN WSModeCohort PERFORM ISSUE-COHORT-TRANSCRIPTS
               WHEN WSModeExit CONTINUE
               WHEN OTHER DISPLAY "Please choose S, C or X"
           END-EVALUATE.

       ACCEPT-REQUESTER.
           DISPLAY "Requested by: " WITH NO ADVANCING
           ACCEPT WSRequester
           ACCEPT WSToday FROM DATE YYYYMMDD
           ACCEPT WSNow FROM TIME.

       ISSUE-STUDENT-TRANSCRIPT.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WSTargetStudent
           PERFORM ACCEPT-REQUESTER
           PERFORM LOAD-STUDENT-TERMS
           EVALUATE TRUE
               WHEN WSRequester = SPACES
                   DISPLAY "The requester is required - "
                       "no transcript issued"
               WHEN WSTermCount = 0
                   DISPLAY "No terms on file for student "
                       WSTargetStudent " - no transcript issued"
               WHEN OTHER
                   MOVE "S" TO WSIssueType
                   MOVE 0 TO WSCohortTerm
                   MOVE SPACES TO WSRptName
                   STRING "Transcript" DELIMITED BY SIZE
                       WSTargetStudent DELIMITED BY SIZE
                       ".rpt" DELIMITED BY SIZE
                       INTO WSRptName
                   END-STRING
                   PERFORM OPEN-TRANSCRIPT-REPORT
                   PERFORM PRINT-TRANSCRIPT
                   MOVE "C" TO WSRptAction
                   CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                       WSRptLine
                   DISPLAY "Transcript written to " WSRptName
           END-EVALUATE.

       ISSUE-COHORT-TRANSCRIPTS.
           DISPLAY "Cohort - first graded term (YYYYTT): "
               WITH NO ADVANCING
           ACCEPT WSCohortTerm
           PERFORM ACCEPT-REQUESTER
           IF WSRequester = SPACES
               DISPLAY "The requester is required - "
                   "no transcripts issued"
           ELSE
               PERFORM LOAD-COHORT
               IF WSCohortSize = 0
                   DISPLAY "No students began in term "
                       WSCohortTerm " - no transcripts issued"
               ELSE
                   MOVE "C" TO WSIssueType
                   MOVE 0 TO WSIssuedCount
                   MOVE SPACES TO WSRptName
                   STRING "TranscriptCohort" DELIMITED BY SIZE
                       WSCohortTerm DELIMITED BY SIZE
                       ".rpt" DELIMITED BY SIZE
                       INTO WSRptName
                   END-STRING
                   PERFORM OPEN-TRANSCRIPT-REPORT
                   PERFORM PRINT-ONE-COHORT-STUDENT
                       VARYING WSStuIdx FROM 1 BY 1
                       UNTIL WSStuIdx > WSStudentCount
                   MOVE "C" TO WSRptAction
                   CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                       WSRptLine
                   DISPLAY "Transcripts issued: " WSIssuedCount
                   DISPLAY "Cohort transcripts written to "
                       WSRptName
               END-IF
           END-IF.

       PRINT-ONE-COHORT-STUDENT.
           IF WSStuFirstTerm (WSStuIdx) = WSCohortTerm
               MOVE WSStuID (WSStuIdx) TO WSTargetStudent
               PERFORM LOAD-STUDENT-TERMS
               PERFORM PRINT-TRANSCRIPT
               ADD 1 TO WSIssuedCount
           END-IF.

       LOAD-COHORT.
      *>     Every student on the history with the earliest term
      *>     each was graded in; the cohort is those whose
      *>     earliest term is the one keyed.
           MOVE 0 TO WSStudentCount
           MOVE 0 TO WSCohortSize
           MOVE "N" TO WSEOF
           OPEN INPUT HistoryFile
           IF WSHistFileStatus NOT = "00"
               DISPLAY "No results history on file yet"
           ELSE
               PERFORM NOTE-ONE-HISTORY-STUDENT UNTIL WSEOF = "Y"
               CLOSE HistoryFile
               PERFORM COUNT-ONE-COHORT-STUDENT
                   VARYING WSStuIdx FROM 1 BY 1
                   UNTIL WSStuIdx > WSStudentCount
           END-IF.

       NOTE-ONE-HISTORY-STUDENT.
           READ HistoryFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE 0 TO WSStudentSlot
                   PERFORM CHECK-ONE-STUDENT-SLOT
                       VARYING WSStuIdx FROM 1 BY 1
                       UNTIL WSStuIdx > WSStudentCount
                       OR WSStudentSlot > 0
                   IF WSStudentSlot = 0
                       PERFORM INSERT-STUDENT
                   ELSE
                       SET WSStuIdx TO WSStudentSlot
                       IF HistTerm < WSStuFirstTerm (WSStuIdx)
                           MOVE HistTerm TO WSStuFirstTerm (WSStuIdx)
                       END-IF
                   END-IF
           END-READ.

       CHECK-ONE-STUDENT-SLOT.
           IF WSStuID (WSStuIdx) = HistStudentID
               MOVE WSStuIdx TO WSStudentSlot
           END-IF.

       INSERT-STUDENT.
      *>     Kept in student ID order - later entries shuffle down
      *>     one to open the slot.
           IF WSStudentCount >= 500
               DISPLAY "Student table full at 500 - student "
                   HistStudentID " left out"
           ELSE
               MOVE 1 TO WSStudentSub
               PERFORM FIND-STUDENT-INSERT-POINT
                   UNTIL WSStudentSub > WSStudentCount
                   OR WSStuID (WSStudentSub) > HistStudentID
               ADD 1 TO WSStudentCount
               MOVE WSStudentCount TO WSStudentMove
               PERFORM SHIFT-ONE-STUDENT-DOWN
                   UNTIL WSStudentMove NOT > WSStudentSub
               MOVE HistStudentID TO WSStuID (WSStudentSub)
               MOVE HistTerm TO WSStuFirstTerm (WSStudentSub)
           END-IF.

       FIND-STUDENT-INSERT-POINT.
           ADD 1 TO WSStudentSub.

       SHIFT-ONE-STUDENT-DOWN.
           MOVE WSStudentEntry (WSStudentMove - 1)
               TO WSStudentEntry (WSStudentMove)
           SUBTRACT 1 FROM WSStudentMove.

       COUNT-ONE-COHORT-STUDENT.
           IF WSStuFirstTerm (WSStuIdx) = WSCohortTerm
               ADD 1 TO WSCohortSize
           END-IF.

       LOAD-STUDENT-TERMS.
           MOVE 0 TO WSTermCount
           MOVE "N" TO WSEOF
           OPEN INPUT HistoryFile
           IF WSHistFileStatus NOT = "00"
               DISPLAY "No results history on file yet"
           ELSE
               PERFORM TAKE-ONE-HISTORY-TERM UNTIL WSEOF = "Y"
               CLOSE HistoryFile
           END-IF.

       TAKE-ONE-HISTORY-TERM.
           READ HistoryFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF HistStudentID = WSTargetStudent
                       PERFORM PLACE-TERM
                   END-IF
           END-READ.

       PLACE-TERM.
      *>     History appends run by run, which is term order
      *>     unless a term was regraded late - so each term is put
      *>     in its place, and a regraded term replaces the
      *>     earlier run's line.
           MOVE 0 TO WSTermSlot
           PERFORM CHECK-ONE-TERM-SLOT
               VARYING WSTermIdx FROM 1 BY 1
               UNTIL WSTermIdx > WSTermCount OR WSTermSlot > 0
           IF WSTermSlot > 0
               SET WSTermIdx TO WSTermSlot
               MOVE HistScore TO WSTermScore (WSTermIdx)
               MOVE HistResult TO WSTermResult (WSTermIdx)
           ELSE
           IF WSTermCount >= 40
               DISPLAY "Term table full at 40 terms - term "
                   HistTerm " left off"
           ELSE
               MOVE 1 TO WSTermSub
               PERFORM FIND-TERM-INSERT-POINT
                   UNTIL WSTermSub > WSTermCount
                   OR WSTermCode (WSTermSub) > HistTerm
               ADD 1 TO WSTermCount
               MOVE WSTermCount TO WSTermMove
               PERFORM SHIFT-ONE-TERM-DOWN
                   UNTIL WSTermMove NOT > WSTermSub
               MOVE HistTerm TO WSTermCode (WSTermSub)
               MOVE HistScore TO WSTermScore (WSTermSub)
               MOVE HistResult TO WSTermResult (WSTermSub)
           END-IF
           END-IF.

       CHECK-ONE-TERM-SLOT.
           IF WSTermCode (WSTermIdx) = HistTerm
               MOVE WSTermIdx TO WSTermSlot
           END-IF.

       FIND-TERM-INSERT-POINT.
           ADD 1 TO WSTermSub.

       SHIFT-ONE-TERM-DOWN.
           MOVE WSTermEntry (WSTermMove - 1)
               TO WSTermEntry (WSTermMove)
           SUBTRACT 1 FROM WSTermMove.

       OPEN-TRANSCRIPT-REPORT.
           MOVE "O" TO WSRptAction
           MOVE "OFFICIAL ACADEMIC TRANSCRIPT" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "H" TO WSRptAction
           MOVE "TERM    SCORE  RESULT  PASSES TO DATE  PASS PCT"
               TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-TRANSCRIPT.
           MOVE "P" TO WSRptAction
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "D" TO WSRptAction
           MOVE SPACES TO WSRptLine
           STRING "STUDENT ID " DELIMITED BY SIZE
               WSTargetStudent DELIMITED BY SIZE
               "    ISSUED " DELIMITED BY SIZE
               WSToday DELIMITED BY SIZE
               "    REQUESTED BY " DELIMITED BY SIZE
               WSRequester DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE 0 TO WSPassesToDate
           MOVE 0 TO WSTermsToDate
           MOVE 0 TO WSPassPct
           PERFORM PRINT-ONE-TRANSCRIPT-TERM
               VARYING WSTermIdx FROM 1 BY 1
               UNTIL WSTermIdx > WSTermCount
           PERFORM JUDGE-STANDING
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSTermsToDate TO WSCountOut
           MOVE WSPassesToDate TO WSCountOut2
           MOVE WSPassPct TO WSPctOut
           MOVE SPACES TO WSRptLine
           STRING "TERMS GRADED " DELIMITED BY SIZE
               WSCountOut DELIMITED BY SIZE
               "   TERMS PASSED " DELIMITED BY SIZE
               WSCountOut2 DELIMITED BY SIZE
               "   PASS PERCENTAGE " DELIMITED BY SIZE
               WSPctOut DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "STANDING: " DELIMITED BY SIZE
               WSStanding DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           PERFORM LOG-TRANSCRIPT.

       PRINT-ONE-TRANSCRIPT-TERM.
           ADD 1 TO WSTermsToDate
           IF WSTermScore (WSTermIdx) IS PassingScore
               ADD 1 TO WSPassesToDate
           END-IF
           COMPUTE WSPassPct ROUNDED =
               (WSPassesToDate * 100) / WSTermsToDate
           MOVE WSPassesToDate TO WSCountOut
           MOVE WSPassPct TO WSPctOut
           MOVE SPACES TO WSRptLine
           STRING WSTermCode (WSTermIdx) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSTermScore (WSTermIdx) DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WSTermResult (WSTermIdx) DELIMITED BY SIZE
               "              " DELIMITED BY SIZE
               WSCountOut DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               WSPctOut DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       JUDGE-STANDING.
           EVALUATE TRUE
               WHEN WSPassPct NOT < WSGoodStandingPct
                   MOVE "GOOD STANDING" TO WSStanding
               WHEN WSPassPct NOT < WSSatisfactoryPct
                   MOVE "SATISFACTORY" TO WSStanding
               WHEN OTHER
                   MOVE "ACADEMIC PROBATION" TO WSStanding
           END-EVALUATE.

       LOG-TRANSCRIPT.
           MOVE WSToday TO TlIssueDate
           MOVE WSNow TO TlIssueTime
           MOVE WSTargetStudent TO TlStudentID
           MOVE WSRequester TO TlRequester
           MOVE WSIssueType TO TlIssueType
           MOVE WSCohortTerm TO TlCohortTerm
           MOVE WSTermCount TO TlTermsListed
           MOVE WSStanding TO TlStanding
           MOVE WSRptName TO TlReportName
           OPEN EXTEND TranscriptLogFile
           IF WSLogFileStatus NOT = "00"
               OPEN OUTPUT TranscriptLogFile
           END-IF
           WRITE TranscriptLogRecord
           CLOSE TranscriptLogFile.
