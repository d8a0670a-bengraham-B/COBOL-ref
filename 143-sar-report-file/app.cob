       >> SOURCE FORMAT FREE
       identification division.
       program-id. STRFILE.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT CaseFile ASSIGN TO "SarCases.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCaseFileStatus.

           SELECT NewCaseFile ASSIGN TO "SarCasesNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewCaseStatus.

           SELECT LinkFile ASSIGN TO "SarLinks.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLinkFileStatus.

           SELECT NoteFile ASSIGN TO "SarNotes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNoteFileStatus.

           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT ReportFile ASSIGN TO WSReportFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportFileStatus.

       data division.

       FILE SECTION.
       FD CaseFile.
       COPY SARCASE.

       FD NewCaseFile.
       01 NewCaseRecord PIC X(160).

       FD LinkFile.
       COPY SARLINK.

       FD NoteFile.
       COPY SARNOTE.

       FD CustomerFile.
       COPY CUSTREC.

      *> Fixed-layout suspicious-transaction report - "H" header,
      *> then per filed case a "C" case record followed by its
      *> "S" subjects, "T" transactions and "N" narrative lines,
      *> and a "Z" trailer with the case and record counts and
      *> the amount total.
       FD ReportFile.
       01 ReportLine PIC X(160).
       01 ReportHeader REDEFINES ReportLine.
           02 RhRecordType PIC X(1).
           02 RhFileDate PIC 9(8).
           02 RhInstitution PIC X(8).
           02 FILLER PIC X(143).
       01 ReportCase REDEFINES ReportLine.
           02 RcRecordType PIC X(1).
           02 RcCaseNumber PIC 9(7).
           02 RcOpenDate PIC 9(8).
           02 RcFiledDate PIC 9(8).
           02 RcFiledBy PIC X(8).
           02 RcSource PIC X(1).
           02 RcSubjectID PIC 9(5).
           02 RcSummary PIC X(40).
           02 RcTotalAmount PIC 9(11)V99.
           02 FILLER PIC X(69).
       01 ReportSubject REDEFINES ReportLine.
           02 RsRecordType PIC X(1).
           02 RsCaseNumber PIC 9(7).
           02 RsIDNum PIC 9(5).
           02 RsSSN PIC 9(9).
           02 RsLastName PIC X(15).
           02 RsFirstName PIC X(15).
           02 RsBirthDate PIC 9(8).
           02 RsAddress PIC X(30).
           02 RsPhone PIC X(12).
           02 RsBranch PIC X(4).
           02 RsStatus PIC X(1).
           02 FILLER PIC X(53).
       01 ReportTransaction REDEFINES ReportLine.
           02 RtRecordType PIC X(1).
           02 RtCaseNumber PIC 9(7).
           02 RtTranID PIC 9(16).
           02 RtItemDate PIC 9(8).
           02 RtType PIC X(1).
           02 RtCurrency PIC X(3).
           02 RtAmount PIC 9(9)V99.
           02 RtHomeAmount PIC 9(11)V99.
           02 RtSender PIC X(30).
           02 RtReceiver PIC X(30).
           02 RtSenderID PIC 9(5).
           02 RtReceiverID PIC 9(5).
           02 FILLER PIC X(30).
       01 ReportNarrative REDEFINES ReportLine.
           02 RnRecordType PIC X(1).
           02 RnCaseNumber PIC 9(7).
           02 RnDate PIC 9(8).
           02 RnOperator PIC X(8).
           02 RnText PIC X(60).
           02 FILLER PIC X(76).
       01 ReportTrailer REDEFINES ReportLine.
           02 RzRecordType PIC X(1).
           02 RzCaseCount PIC 9(7).
           02 RzRecordCount PIC 9(7).
           02 RzAmountTotal PIC 9(13)V99.
           02 FILLER PIC X(130).

       WORKING-STORAGE SECTION.
       01 WSCaseFileStatus PIC X(2) VALUE "00".
       01 WSNewCaseStatus PIC X(2) VALUE "00".
       01 WSLinkFileStatus PIC X(2) VALUE "00".
       01 WSNoteFileStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSReportFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSLinkEOF PIC A(1) VALUE "N".
       01 WSNoteEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSReportFileName PIC X(30) VALUE SPACES.
       01 WSInstitution PIC X(8) VALUE "OURBANK".

      *>   Run-control hookup - a restarted stream skips this step
      *>   when it already completed clean for the business date.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "STRFILE ".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

       01 WSCaseCount PIC 9(7) VALUE 0.
       01 WSRecordCount PIC 9(7) VALUE 0.
       01 WSAmountTotal PIC S9(13)V99 VALUE 0.
       01 WSItemsMissing PIC 9(7) VALUE 0.
       01 WSTranSeen PIC A(1) VALUE "N".

      *>   The shared TRANHIST reader finds each linked item on
      *>   the ledger day its TranID carries.
       01 WSHistAction PIC X(1) VALUE SPACE.
       01 WSHistScope PIC X(1) VALUE "B".
       01 WSHistFrom PIC 9(8) VALUE 0.
       01 WSHistTo PIC 9(8) VALUE 0.
       01 WSHistRecord PIC X(200) VALUE SPACES.
       01 WSHistStatus PIC 99 VALUE 0.
       COPY TRANREC.

      *>   Suspicious-transaction report file - every case
      *>   compliance filed in the case register since the last
      *>   run goes out on tonight's SuspTxnReport<date>.txt for
      *>   submission to the financial intelligence unit: the
      *>   case, each linked customer's identifying details from
      *>   Customer.dat, each linked ledger item as the ledger
      *>   holds it (archived or live), and the investigator's
      *>   notes as the narrative. Each case reported is stamped
      *>   with the business date so it goes out exactly once; a
      *>   night with nothing filed still cuts the file with its
      *>   header and a zero trailer, as a nil return.
       PROCEDURE DIVISION.
       CALL 'BUSDATE' USING WSBusinessDate
       MOVE WSBusinessDate TO WSRunDate
       MOVE "Q" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone
       IF WSRunDone = "Y"
           DISPLAY WSRunStep " already complete for " WSRunDate
               " - step skipped on restart"
           STOP RUN
       END-IF
       MOVE "S" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       MOVE SPACES TO WSReportFileName
       STRING "SuspTxnReport" DELIMITED BY SIZE
           WSBusinessDate DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WSReportFileName
       END-STRING
       OPEN OUTPUT ReportFile
       IF WSReportFileStatus NOT = "00"
           DISPLAY WSReportFileName " could not be opened - "
               "no report file cut"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE SPACES TO ReportLine
       MOVE "H" TO RhRecordType
       MOVE WSBusinessDate TO RhFileDate
       MOVE WSInstitution TO RhInstitution
       WRITE ReportLine

       OPEN INPUT CaseFile
       IF WSCaseFileStatus = "00"
           OPEN INPUT CustomerFile
           OPEN OUTPUT NewCaseFile
           PERFORM REPORT-ONE-CASE UNTIL WSEOF = "Y"
           CLOSE NewCaseFile
           CLOSE CaseFile
           CLOSE CustomerFile
           IF WSCaseCount > 0
               PERFORM SWAP-CASE-FILE-BACK
           END-IF
       END-IF

       MOVE SPACES TO ReportLine
       MOVE "Z" TO RzRecordType
       MOVE WSCaseCount TO RzCaseCount
       MOVE WSRecordCount TO RzRecordCount
       MOVE WSAmountTotal TO RzAmountTotal
       WRITE ReportLine
       CLOSE ReportFile

       MOVE WSCaseCount TO WSRunCount
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone
       IF WSItemsMissing > 0
           MOVE 4 TO RETURN-CODE
       END-IF

       DISPLAY SPACES
       DISPLAY "SUSPICIOUS-TRANSACTION REPORT FOR " WSBusinessDate
       DISPLAY "CASES REPORTED:    " WSCaseCount
       DISPLAY "RECORDS WRITTEN:   " WSRecordCount
       DISPLAY "AMOUNT REPORTED:   " WSAmountTotal
       IF WSItemsMissing > 0
           DISPLAY "ITEMS NOT FOUND:   " WSItemsMissing
               " - reported from the case link only"
       END-IF
       DISPLAY "Report file written to " WSReportFileName.

       STOP RUN.

       REPORT-ONE-CASE.
           READ CaseFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ScFiled AND ScReportedDate = 0
                       PERFORM WRITE-CASE-RECORDS
                       MOVE WSBusinessDate TO ScReportedDate
                   END-IF
                   MOVE SarCaseRecord TO NewCaseRecord
                   WRITE NewCaseRecord
           END-READ.

       WRITE-CASE-RECORDS.
           ADD 1 TO WSCaseCount
           ADD ScTotalAmount TO WSAmountTotal
           MOVE SPACES TO ReportLine
           MOVE "C" TO RcRecordType
           MOVE ScNumber TO RcCaseNumber
           MOVE ScOpenDate TO RcOpenDate
           MOVE ScStatusDate TO RcFiledDate
           MOVE ScStatusBy TO RcFiledBy
           MOVE ScSource TO RcSource
           MOVE ScSubjectID TO RcSubjectID
           MOVE ScSummary TO RcSummary
           MOVE ScTotalAmount TO RcTotalAmount
           WRITE ReportLine
           ADD 1 TO WSRecordCount

           MOVE "N" TO WSLinkEOF
           OPEN INPUT LinkFile
           IF WSLinkFileStatus = "00"
               PERFORM REPORT-ONE-LINK UNTIL WSLinkEOF = "Y"
               CLOSE LinkFile
           END-IF
           MOVE "N" TO WSNoteEOF
           OPEN INPUT NoteFile
           IF WSNoteFileStatus = "00"
               PERFORM REPORT-ONE-NOTE UNTIL WSNoteEOF = "Y"
               CLOSE NoteFile
           END-IF.

       REPORT-ONE-LINK.
           READ LinkFile
               AT END MOVE "Y" TO WSLinkEOF
               NOT AT END
                   IF SlCaseNumber = ScNumber
                       IF SlCustomer
                           PERFORM WRITE-SUBJECT-RECORD
                       ELSE
                           PERFORM WRITE-TRANSACTION-RECORD
                       END-IF
                   END-IF
           END-READ.

       WRITE-SUBJECT-RECORD.
           MOVE SPACES TO ReportLine
           MOVE "S" TO RsRecordType
           MOVE ScNumber TO RsCaseNumber
           MOVE SlIDNum TO RsIDNum
           MOVE 0 TO RsSSN
           MOVE 0 TO RsBirthDate
           MOVE SlIDNum TO IDNum
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CustSSN TO RsSSN
                   MOVE LastName TO RsLastName
                   MOVE FirstName TO RsFirstName
                   COMPUTE RsBirthDate = (BirthYear * 10000)
                       + (BirthMonth * 100) + BirthDay
                   MOVE CustAddress TO RsAddress
                   MOVE Phone TO RsPhone
                   MOVE CustBranch TO RsBranch
                   MOVE AcctStatus TO RsStatus
           END-READ
           WRITE ReportLine
           ADD 1 TO WSRecordCount.

       WRITE-TRANSACTION-RECORD.
      *>     The item as the ledger holds it; one the ledger no
      *>     longer has is still reported from what the case
      *>     link recorded.
           MOVE SlItemDate TO WSHistFrom
           MOVE SlItemDate TO WSHistTo
           MOVE "N" TO WSTranSeen
           MOVE "O" TO WSHistAction
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus
           MOVE "R" TO WSHistAction
           MOVE 0 TO WSHistStatus
           PERFORM FIND-ONE-LINKED-ITEM
               UNTIL WSHistStatus NOT = 0 OR WSTranSeen = "Y"
           MOVE "C" TO WSHistAction
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus

           MOVE SPACES TO ReportLine
           MOVE "T" TO RtRecordType
           MOVE ScNumber TO RtCaseNumber
           MOVE SlTranID TO RtTranID
           MOVE SlItemDate TO RtItemDate
           IF WSTranSeen = "Y"
               MOVE TranType TO RtType
               MOVE TranCurrency TO RtCurrency
               MOVE TranAmount TO RtAmount
               MOVE TranHomeAmount TO RtHomeAmount
               MOVE TranSender TO RtSender
               MOVE TranReceiver TO RtReceiver
               MOVE TranSenderID TO RtSenderID
               MOVE TranReceiverID TO RtReceiverID
           ELSE
               ADD 1 TO WSItemsMissing
               MOVE "ZAR" TO RtCurrency
               MOVE SlAmount TO RtAmount
               MOVE SlAmount TO RtHomeAmount
               MOVE 0 TO RtSenderID
               MOVE 0 TO RtReceiverID
           END-IF
           WRITE ReportLine
           ADD 1 TO WSRecordCount.

       FIND-ONE-LINKED-ITEM.
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus
           IF WSHistStatus = 0
               MOVE WSHistRecord TO TransactionRecord
               IF TranID = SlTranID
                   MOVE "Y" TO WSTranSeen
               END-IF
           END-IF.

       REPORT-ONE-NOTE.
           READ NoteFile
               AT END MOVE "Y" TO WSNoteEOF
               NOT AT END
                   IF SnCaseNumber = ScNumber
                       MOVE SPACES TO ReportLine
                       MOVE "N" TO RnRecordType
                       MOVE ScNumber TO RnCaseNumber
                       MOVE SnDate TO RnDate
                       MOVE SnOperator TO RnOperator
                       MOVE SnText TO RnText
                       WRITE ReportLine
                       ADD 1 TO WSRecordCount
                   END-IF
           END-READ.

       SWAP-CASE-FILE-BACK.
           OPEN INPUT NewCaseFile
           OPEN OUTPUT CaseFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-CASE UNTIL WSEOF = "Y"
           CLOSE NewCaseFile
           CLOSE CaseFile.

       COPY-BACK-ONE-CASE.
           READ NewCaseFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewCaseRecord TO SarCaseRecord
                   WRITE SarCaseRecord
           END-READ.
