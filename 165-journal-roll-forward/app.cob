       >> SOURCE FORMAT FREE
       identification division.
       program-id. ROLLFWD.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT ParmFile ASSIGN TO "RollFwdParm.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSParmFileStatus.

           SELECT CatalogFile ASSIGN TO "CustomerGen.cat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCatalogStatus.

           SELECT GenerationFile ASSIGN TO WSGenPickedFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGenFileStatus.

           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT CustomerControlFile ASSIGN TO "Customer.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSControlFileStatus.

           SELECT JournalFile ASSIGN TO WSJournalName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSJrnFileStatus.

           SELECT LogCatalogFile ASSIGN TO "LogArch.cat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLogCatStatus.

           SELECT SortWorkFile ASSIGN TO "ROLLFWRK.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       data division.

       FILE SECTION.
      *> Which generation to start from (zero - the latest one not
      *> purged) and the date and time (HHMM) to roll forward to;
      *> a zero date rolls forward through the whole journal.
       FD ParmFile.
       01 ParmRecord.
           02 ParmGenNumber PIC 9(5).
           02 ParmStopDate PIC 9(8).
           02 ParmStopTime PIC 9(4).

       FD CatalogFile.
       COPY GENCAT.

       FD GenerationFile.
       01 GenerationLine PIC X(139).

       FD CustomerFile.
       COPY CUSTREC.

       FD CustomerControlFile.
       COPY CUSTCTL.

       FD JournalFile.
       COPY JRNLREC.

       FD LogCatalogFile.
       COPY LOGCAT.

      *>   Journal entries from the generation date to the stop
      *>   point, live and archived together, in the order they
      *>   were written; SortSeq keeps file order for two entries
      *>   stamped the same hundredth of a second.
       SD SortWorkFile.
       01 SortRecord.
           02 SortDate PIC 9(8).
           02 SortTime PIC 9(8).
           02 SortSeq PIC 9(7).
           02 SortJournalEntry PIC X(313).

       WORKING-STORAGE SECTION.
       COPY CUSTWS.

       01 WSParmFileStatus PIC X(2) VALUE "00".
       01 WSCatalogStatus PIC X(2) VALUE "00".
       01 WSGenFileStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSControlFileStatus PIC X(2) VALUE "00".
       01 WSJrnFileStatus PIC X(2) VALUE "00".
       01 WSLogCatStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSGenTable.
           02 WSGenEntry OCCURS 200 TIMES INDEXED BY WSGenIdx.
               03 WSGenNumber PIC 9(5).
               03 WSGenFileName PIC X(30).
               03 WSGenDate PIC 9(8).
               03 WSGenRecordCount PIC 9(7).
               03 WSGenPurgedFlag PIC X(1).
                   88 WSGenIsPurged VALUE "Y".
       01 WSGenCount PIC 9(3) VALUE 0.

       01 WSPickedNumber PIC 9(5) VALUE 0.
       01 WSPickedSlot PIC 9(3) VALUE 0.
       01 WSPickedDate PIC 9(8) VALUE 0.
       01 WSPickedPeriod PIC 9(6) VALUE 0.
       01 WSGenPickedFileName PIC X(30) VALUE SPACES.
       01 WSExpectedCount PIC 9(7) VALUE 0.
       01 WSVerifyCount PIC 9(7) VALUE 0.
       01 WSRestoredCount PIC 9(7) VALUE 0.
       01 WSRefusedCount PIC 9(5) VALUE 0.

       01 WSStopDate PIC 9(8) VALUE 0.
       01 WSStopHHMM PIC 9(4) VALUE 0.
       01 WSStopTime PIC 9(8) VALUE 0.

      *>   Pre-widening snapshot lines carry the narrow S9999V99
      *>   balance - re-parsed the way the generation restore does.
       01 WSOldLineWork PIC X(139) VALUE SPACES.
       01 WSOldLineParts REDEFINES WSOldLineWork.
           02 WSOldCommonPart PIC X(95).
           02 WSOldBalance PIC S9999V99.
           02 WSOldProduct PIC X(3).
           02 FILLER PIC X(10).
       01 WSLineUsable PIC A(1) VALUE "Y".

      *>   Count and hash of the file as it is rebuilt - carried
      *>   through every add and delete the journal replays, so
      *>   the trailer written at the end is what the file SHOULD
      *>   hold, for the verifier to prove by recounting.
       01 WSFileCount PIC 9(7) VALUE 0.
       01 WSFileHash PIC 9(9) VALUE 0.

       01 WSJrnTable.
           02 WSJrnEntry OCCURS 400 TIMES INDEXED BY WSJrnIdx.
               03 WSJrnFileName PIC X(30).
       01 WSJrnCount PIC 999 VALUE 0.
       01 WSJrnSub PIC 999 VALUE 0.
       01 WSJournalName PIC X(30) VALUE SPACES.
       01 WSReleaseSeq PIC 9(7) VALUE 0.

       01 WSOnFile PIC A(1) VALUE "N".
       01 WSImageMatches PIC A(1) VALUE "N".
       01 WSCompareImage PIC X(139) VALUE SPACES.
       01 WSStopped PIC A(1) VALUE "N".
       01 WSMismatchReason PIC X(30) VALUE SPACES.

       01 WSEntriesRead PIC 9(7) VALUE 0.
       01 WSAddCount PIC 9(7) VALUE 0.
       01 WSUpdateCount PIC 9(7) VALUE 0.
       01 WSDeleteCount PIC 9(7) VALUE 0.
       01 WSAlreadyCount PIC 9(7) VALUE 0.
       01 WSNotAppliedCount PIC 9(7) VALUE 0.
       01 WSLastDate PIC 9(8) VALUE 0.
       01 WSLastTime PIC 9(8) VALUE 0.

       01 WSDisplayName PIC X(32) VALUE SPACES.
       01 WSMoneyOut PIC -(9)9.99.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "RollForward.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Roll-forward recovery of Customer.dat. Rebuilds the
      *>   master from a generation snapshot exactly as the
      *>   generation restore does - count proved against the
      *>   catalog first - then replays the customer journal's
      *>   after-images over it, oldest first, up to the date and
      *>   time on RollFwdParm.dat, reaching back into the archived
      *>   journal periods on LogArch.cat. Each entry's before-image
      *>   must be what is on file (nothing, for an account opened;
      *>   no after-image, for a record deleted or merged away);
      *>   the first entry that does not match stops the replay and
      *>   is reported, leaving the master as it stood just before
      *>   it. Entries dated the generation day that the snapshot
      *>   already holds are passed over. The Customer.ctl trailer
      *>   is written from the snapshot's count and hash moved by
      *>   every add and delete replayed, so the file verifier's
      *>   recount proves the result. Return code 4 - stopped on a
      *>   mismatch; 12 - nothing could be restored, Customer.dat
      *>   untouched. Anonymization does not journal its changes,
      *>   so after rolling forward across an anonymization run
      *>   that run is repeated.
       PROCEDURE DIVISION.
       PERFORM LOAD-ROLL-FORWARD-PARM
       PERFORM LOAD-CATALOG
       PERFORM FIND-PICKED-GENERATION
       IF WSPickedSlot = 0
           DISPLAY "Generation " WSPickedNumber
               " is not in the catalog or was purged - "
               "nothing restored"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM VERIFY-GENERATION-COUNT
       IF WSVerifyCount NOT = WSExpectedCount
           DISPLAY "Generation file holds " WSVerifyCount
               " records but the catalog says " WSExpectedCount
               " - roll-forward aborted, Customer.dat untouched"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       DISPLAY "Generation " WSPickedNumber " of " WSPickedDate
           " verified at " WSVerifyCount " records."
       MOVE WSPickedDate TO WSLastDate

       MOVE "O" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "CUSTOMER MASTER ROLL-FORWARD FROM GENERATION "
           DELIMITED BY SIZE
           WSPickedNumber DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           WSStopDate DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WSStopHHMM DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE "DATE     TIME     ID    ACTION OPERATOR RESULT"
           TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       PERFORM REBUILD-CUSTOMER-FILE
       PERFORM BUILD-JOURNAL-LIST
       OPEN I-O CustomerFile
       SORT SortWorkFile
           ON ASCENDING KEY SortDate SortTime SortSeq
           INPUT PROCEDURE IS FEED-JOURNAL-ENTRIES
           OUTPUT PROCEDURE IS REPLAY-JOURNAL-ENTRIES
       CLOSE CustomerFile
       PERFORM REWRITE-CUSTOMER-CONTROL

       PERFORM PRINT-ROLL-FORWARD-TOTALS
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       DISPLAY SPACES
       DISPLAY "Customer.dat rebuilt from generation " WSPickedNumber
       DISPLAY "RECORDS RESTORED:      " WSRestoredCount
       DISPLAY "JOURNAL ENTRIES READ:  " WSEntriesRead
       DISPLAY "ACCOUNTS ADDED:        " WSAddCount
       DISPLAY "RECORDS UPDATED:       " WSUpdateCount
       DISPLAY "RECORDS DELETED:       " WSDeleteCount
       DISPLAY "ALREADY IN GENERATION: " WSAlreadyCount
       DISPLAY "RECORDS NOW ON FILE:   " WSFileCount
       IF WSStopped = "Y"
           DISPLAY "*** STOPPED ON A JOURNAL MISMATCH - "
               WSNotAppliedCount " ENTRIES NOT APPLIED ***"
           MOVE 4 TO RETURN-CODE
       ELSE
           DISPLAY "Rolled forward to " WSLastDate " " WSLastTime
       END-IF
       DISPLAY "Roll-forward report written to " WSRptName.

       STOP RUN.

       LOAD-ROLL-FORWARD-PARM.
           MOVE 0 TO WSPickedNumber
           MOVE 99999999 TO WSStopDate
           MOVE 2359 TO WSStopHHMM
           OPEN INPUT ParmFile
           IF WSParmFileStatus = "00"
               READ ParmFile
                   AT END CONTINUE
                   NOT AT END
                       IF ParmGenNumber IS NUMERIC
                           MOVE ParmGenNumber TO WSPickedNumber
                       END-IF
                       IF ParmStopDate IS NUMERIC AND
                           ParmStopDate > 0
                           MOVE ParmStopDate TO WSStopDate
                           IF ParmStopTime IS NUMERIC
                               MOVE ParmStopTime TO WSStopHHMM
                           END-IF
                       END-IF
               END-READ
               CLOSE ParmFile
           END-IF
      *>     The journal stamps hundredths of a second; the stop
      *>     minute takes in every entry written inside it.
           COMPUTE WSStopTime = (WSStopHHMM * 10000) + 9999.

       LOAD-CATALOG.
           MOVE 0 TO WSGenCount
           MOVE "N" TO WSEOF
           OPEN INPUT CatalogFile
           IF WSCatalogStatus = "00"
               PERFORM LOAD-ONE-CATALOG-ENTRY UNTIL WSEOF = "Y"
               CLOSE CatalogFile
           END-IF
           MOVE "N" TO WSEOF.

       LOAD-ONE-CATALOG-ENTRY.
           READ CatalogFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF WSGenCount >= 200
                       DISPLAY "Generation catalog table full at 200 "
                           "entries - generation " GenNumber
                           " not listed"
                   ELSE
                       ADD 1 TO WSGenCount
                       MOVE GenNumber TO WSGenNumber (WSGenCount)
                       MOVE GenFileName TO WSGenFileName (WSGenCount)
                       MOVE GenDate TO WSGenDate (WSGenCount)
                       MOVE GenRecordCount
                           TO WSGenRecordCount (WSGenCount)
                       MOVE GenPurgedFlag
                           TO WSGenPurgedFlag (WSGenCount)
                   END-IF
           END-READ.

       FIND-PICKED-GENERATION.
      *>     No generation named takes the latest one still held.
           MOVE 0 TO WSPickedSlot
           IF WSPickedNumber = 0
               PERFORM CHECK-ONE-LATEST-SLOT
                   VARYING WSGenIdx FROM 1 BY 1
                   UNTIL WSGenIdx > WSGenCount
           END-IF
           PERFORM CHECK-ONE-PICKED-SLOT
               VARYING WSGenIdx FROM 1 BY 1
               UNTIL WSGenIdx > WSGenCount OR WSPickedSlot > 0.

       CHECK-ONE-LATEST-SLOT.
           IF NOT WSGenIsPurged (WSGenIdx) AND
               WSGenNumber (WSGenIdx) > WSPickedNumber
               MOVE WSGenNumber (WSGenIdx) TO WSPickedNumber
           END-IF.

       CHECK-ONE-PICKED-SLOT.
           IF WSGenNumber (WSGenIdx) = WSPickedNumber AND
               NOT WSGenIsPurged (WSGenIdx)
               SET WSPickedSlot TO WSGenIdx
               MOVE WSGenFileName (WSGenIdx) TO WSGenPickedFileName
               MOVE WSGenRecordCount (WSGenIdx) TO WSExpectedCount
               MOVE WSGenDate (WSGenIdx) TO WSPickedDate
               DIVIDE WSPickedDate BY 100 GIVING WSPickedPeriod
           END-IF.

       VERIFY-GENERATION-COUNT.
           MOVE 0 TO WSVerifyCount
           MOVE "N" TO WSEOF
           OPEN INPUT GenerationFile
           IF WSGenFileStatus NOT = "00"
               DISPLAY "Generation file " WSGenPickedFileName
                   " could not be opened"
           ELSE
               PERFORM COUNT-ONE-GENERATION-RECORD UNTIL WSEOF = "Y"
               CLOSE GenerationFile
           END-IF
           MOVE "N" TO WSEOF.

       COUNT-ONE-GENERATION-RECORD.
           READ GenerationFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END ADD 1 TO WSVerifyCount
           END-READ.

       REBUILD-CUSTOMER-FILE.
           MOVE 0 TO WSRestoredCount
           MOVE 0 TO WSFileCount
           MOVE 0 TO WSFileHash
           MOVE "N" TO WSEOF
           OPEN INPUT GenerationFile
           OPEN OUTPUT CustomerFile
           PERFORM LOAD-ONE-GENERATION-RECORD UNTIL WSEOF = "Y"
           CLOSE GenerationFile
           CLOSE CustomerFile
           MOVE "N" TO WSEOF.

       LOAD-ONE-GENERATION-RECORD.
           READ GenerationFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE GenerationLine TO CustomerData
                   MOVE GenerationLine TO WSOldLineWork
                   MOVE "Y" TO WSLineUsable
                   IF CustBalance IS NOT NUMERIC
                       PERFORM CONVERT-OLD-LINE-SHAPE
                   END-IF
                   IF CustGuardianID IS NOT NUMERIC
                       MOVE ZERO TO CustGuardianID
                   END-IF
                   IF WSLineUsable = "N"
                       ADD 1 TO WSRefusedCount
                       DISPLAY "Snapshot line for ID "
                           GenerationLine (1:5)
                           " fits no known layout - NOT restored"
                   ELSE
                       WRITE CustomerData
                           INVALID KEY
                               DISPLAY "Duplicate ID during restore: "
                                   IDNum
                           NOT INVALID KEY
                               ADD 1 TO WSRestoredCount
                               ADD 1 TO WSFileCount
                               ADD IDNum TO WSFileHash
                       END-WRITE
                   END-IF
           END-READ.

       CONVERT-OLD-LINE-SHAPE.
           MOVE "Y" TO WSLineUsable
           IF WSOldBalance IS NUMERIC
               MOVE WSOldBalance TO CustBalance
               IF WSOldProduct = SPACES
                   MOVE "CHQ" TO CustProductCode
               ELSE
                   MOVE WSOldProduct TO CustProductCode
               END-IF
               MOVE ZERO TO CustGuardianID
           ELSE
               MOVE "N" TO WSLineUsable
           END-IF.

       BUILD-JOURNAL-LIST.
      *>     Archived periods from the generation's month on, in
      *>     catalog order, then the live journal; the sort puts
      *>     the entries in time order whatever file they are on.
           MOVE 0 TO WSJrnCount
           MOVE "N" TO WSEOF
           OPEN INPUT LogCatalogFile
           IF WSLogCatStatus = "00"
               PERFORM LIST-ONE-CATALOG-ROW UNTIL WSEOF = "Y"
               CLOSE LogCatalogFile
           END-IF
           ADD 1 TO WSJrnCount
           MOVE "CustJournal.dat" TO WSJrnFileName (WSJrnCount)
           MOVE "N" TO WSEOF.

       LIST-ONE-CATALOG-ROW.
           READ LogCatalogFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF LACLogName = "CUSTJRN" AND
                       LACPeriod >= WSPickedPeriod AND
                       WSJrnCount < 399
                       ADD 1 TO WSJrnCount
                       MOVE LACFileName TO WSJrnFileName (WSJrnCount)
                   END-IF
           END-READ.

       FEED-JOURNAL-ENTRIES.
           PERFORM FEED-ONE-JOURNAL-FILE
               VARYING WSJrnSub FROM 1 BY 1
               UNTIL WSJrnSub > WSJrnCount.

       FEED-ONE-JOURNAL-FILE.
           MOVE WSJrnFileName (WSJrnSub) TO WSJournalName
           MOVE "N" TO WSEOF
           OPEN INPUT JournalFile
           IF WSJrnFileStatus NOT = "00"
               DISPLAY "Journal file " WSJournalName
                   " could not be opened - skipped"
           ELSE
               PERFORM FEED-ONE-JOURNAL-ENTRY UNTIL WSEOF = "Y"
               CLOSE JournalFile
           END-IF
           MOVE "N" TO WSEOF.

       FEED-ONE-JOURNAL-ENTRY.
           READ JournalFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF JrnDate >= WSPickedDate AND
                      (JrnDate < WSStopDate OR
                       (JrnDate = WSStopDate AND
                        JrnTime <= WSStopTime))
                       ADD 1 TO WSReleaseSeq
                       MOVE JrnDate TO SortDate
                       MOVE JrnTime TO SortTime
                       MOVE WSReleaseSeq TO SortSeq
                       MOVE CustomerJournalRecord TO SortJournalEntry
                       RELEASE SortRecord
                   END-IF
           END-READ.

       REPLAY-JOURNAL-ENTRIES.
           MOVE "N" TO WSEOF
           PERFORM REPLAY-ONE-ENTRY UNTIL WSEOF = "Y".

       REPLAY-ONE-ENTRY.
           RETURN SortWorkFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   ADD 1 TO WSEntriesRead
                   IF WSStopped = "Y"
                       ADD 1 TO WSNotAppliedCount
                   ELSE
                       MOVE SortJournalEntry TO CustomerJournalRecord
                       PERFORM APPLY-ONE-ENTRY
                   END-IF
           END-RETURN.

       APPLY-ONE-ENTRY.
           MOVE JrnIDNum TO IDNum
           MOVE "Y" TO WSOnFile
           READ CustomerFile
               INVALID KEY MOVE "N" TO WSOnFile
           END-READ
           MOVE SPACES TO WSMismatchReason
           EVALUATE TRUE
               WHEN JrnBeforeImage = SPACES
                   PERFORM APPLY-ADD-ENTRY
               WHEN JrnAfterImage = SPACES
                   PERFORM APPLY-DELETE-ENTRY
               WHEN OTHER
                   PERFORM APPLY-UPDATE-ENTRY
           END-EVALUATE
           IF WSMismatchReason = SPACES
               MOVE JrnDate TO WSLastDate
               MOVE JrnTime TO WSLastTime
           ELSE
               MOVE "Y" TO WSStopped
               PERFORM REPORT-MISMATCH
           END-IF.

       APPLY-ADD-ENTRY.
           IF WSOnFile = "N"
               MOVE JrnAfterImage TO CustomerData
               WRITE CustomerData
                   INVALID KEY
                       MOVE "ADD COULD NOT BE WRITTEN"
                           TO WSMismatchReason
                   NOT INVALID KEY
                       ADD 1 TO WSAddCount
                       ADD 1 TO WSFileCount
                       ADD JrnIDNum TO WSFileHash
               END-WRITE
           ELSE
               MOVE JrnAfterImage TO WSCompareImage
               PERFORM CHECK-ALREADY-APPLIED
               IF WSImageMatches = "N"
                   MOVE "ACCOUNT ALREADY ON FILE"
                       TO WSMismatchReason
               END-IF
           END-IF.

       APPLY-DELETE-ENTRY.
           IF WSOnFile = "Y"
               MOVE JrnBeforeImage TO WSCompareImage
               PERFORM CHECK-IMAGE-MATCHES
               IF WSImageMatches = "Y"
                   DELETE CustomerFile
                       INVALID KEY
                           MOVE "DELETE COULD NOT BE MADE"
                               TO WSMismatchReason
                       NOT INVALID KEY
                           ADD 1 TO WSDeleteCount
                           SUBTRACT 1 FROM WSFileCount
                           SUBTRACT JrnIDNum FROM WSFileHash
                   END-DELETE
               ELSE
                   MOVE "BEFORE-IMAGE DOES NOT MATCH"
                       TO WSMismatchReason
               END-IF
           ELSE
      *>         Gone already - the snapshot was taken after the
      *>         delete on the generation day.
               IF JrnDate = WSPickedDate
                   ADD 1 TO WSAlreadyCount
               ELSE
                   MOVE "RECORD NOT ON FILE" TO WSMismatchReason
               END-IF
           END-IF.

       APPLY-UPDATE-ENTRY.
           IF WSOnFile = "Y"
               MOVE JrnBeforeImage TO WSCompareImage
               PERFORM CHECK-IMAGE-MATCHES
               IF WSImageMatches = "Y"
                   MOVE JrnAfterImage TO CustomerData
                   REWRITE CustomerData
                       INVALID KEY
                           MOVE "UPDATE COULD NOT BE WRITTEN"
                               TO WSMismatchReason
                       NOT INVALID KEY
                           ADD 1 TO WSUpdateCount
                   END-REWRITE
               ELSE
                   MOVE JrnAfterImage TO WSCompareImage
                   PERFORM CHECK-ALREADY-APPLIED
                   IF WSImageMatches = "N"
                       MOVE "BEFORE-IMAGE DOES NOT MATCH"
                           TO WSMismatchReason
                   END-IF
               END-IF
           ELSE
               MOVE "RECORD NOT ON FILE" TO WSMismatchReason
           END-IF.

       CHECK-IMAGE-MATCHES.
      *>     A journal image anonymized since it was written no
      *>     longer reads as the record it was taken from; for the
      *>     same customer it is taken as matching.
           MOVE "N" TO WSImageMatches
           IF CustomerData = WSCompareImage
               MOVE "Y" TO WSImageMatches
           ELSE
               MOVE WSCompareImage TO WSCustomer
               IF WSFirstName = "ANONYMIZED" AND WSIDNum = IDNum
                   MOVE "Y" TO WSImageMatches
               END-IF
           END-IF.

       CHECK-ALREADY-APPLIED.
      *>     On the generation day only, an entry whose after-image
      *>     is already on file went into the snapshot.
           MOVE "N" TO WSImageMatches
           IF JrnDate = WSPickedDate
               PERFORM CHECK-IMAGE-MATCHES
               IF WSImageMatches = "Y"
                   ADD 1 TO WSAlreadyCount
               END-IF
           END-IF.

       REPORT-MISMATCH.
           MOVE SPACES TO WSRptLine
           STRING JrnDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JrnTime DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JrnIDNum DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JrnAction DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JrnOperator DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMismatchReason DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           IF WSOnFile = "Y"
               MOVE CustomerData TO WSCustomer
               MOVE "ON FILE" TO WSRptLine
               PERFORM PRINT-IMAGE-SUMMARY
           END-IF
           IF JrnBeforeImage NOT = SPACES
               MOVE JrnBeforeImage TO WSCustomer
               MOVE "JOURNAL BEFORE" TO WSRptLine
               PERFORM PRINT-IMAGE-SUMMARY
           END-IF
           MOVE SPACES TO WSRptLine
           STRING "ROLL-FORWARD STOPPED HERE - MASTER STANDS AS AT "
               DELIMITED BY SIZE
               WSLastDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSLastTime DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-IMAGE-SUMMARY.
      *>     Name, status and balance are enough to see which side
      *>     moved; the SSN and birth date stay off the report.
           CALL 'FMTNAME' USING WSFirstName, WSLastName, WSDisplayName
           MOVE WSBalance TO WSMoneyOut
           MOVE WSDisplayName TO WSRptLine (18:32)
           MOVE WSAcctStatus TO WSRptLine (51:1)
           MOVE WSMoneyOut TO WSRptLine (53:13)
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       REWRITE-CUSTOMER-CONTROL.
           MOVE WSFileCount TO CtlRecordCount
           MOVE WSFileHash TO CtlHashTotal
           OPEN OUTPUT CustomerControlFile
               WRITE CustomerControlRecord
           CLOSE CustomerControlFile.

       PRINT-ROLL-FORWARD-TOTALS.
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "RECORDS RESTORED FROM GENERATION: " DELIMITED BY SIZE
               WSRestoredCount DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "JOURNAL ENTRIES IN RANGE:         " DELIMITED BY SIZE
               WSEntriesRead DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "ACCOUNTS ADDED:                   " DELIMITED BY SIZE
               WSAddCount DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "RECORDS UPDATED:                  " DELIMITED BY SIZE
               WSUpdateCount DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "RECORDS DELETED:                  " DELIMITED BY SIZE
               WSDeleteCount DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "ALREADY IN GENERATION:            " DELIMITED BY SIZE
               WSAlreadyCount DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "NOT APPLIED AFTER A MISMATCH:     " DELIMITED BY SIZE
               WSNotAppliedCount DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "CONTROL TRAILER WRITTEN:          " DELIMITED BY SIZE
               WSFileCount DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WSFileHash DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.
