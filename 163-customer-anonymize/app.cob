       >> SOURCE FORMAT FREE
       identification division.
       program-id. ANONRUN.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT ArchiveFile ASSIGN TO "CustomerArchive.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSArchiveFileStatus.

           SELECT NewArchiveFile ASSIGN TO "CustomerArchiveNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewFileStatus.

           SELECT NotesFile ASSIGN TO "CustNotes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNoteFileStatus.

           SELECT NewNotesFile ASSIGN TO "CustNotesNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewFileStatus.

           SELECT KycDocFile ASSIGN TO "KycDocs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSKycFileStatus.

           SELECT NewKycDocFile ASSIGN TO "KycDocsNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewFileStatus.

           SELECT SsnXrefFile ASSIGN TO "SsnXref.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS XrefSSN
           FILE STATUS IS WSXrefFileStatus.

           SELECT JournalFile ASSIGN TO WSJournalName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSJrnFileStatus.

           SELECT NewJournalFile ASSIGN TO "CustJrnAnon.new"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewFileStatus.

           SELECT LogCatalogFile ASSIGN TO "LogArch.cat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLogCatStatus.

           SELECT EstateFile ASSIGN TO "Estates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSEstFileStatus.

           SELECT DisputeFile ASSIGN TO "Disputes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDispFileStatus.

           SELECT AttachmentFile ASSIGN TO "Attachments.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAttFileStatus.

           SELECT SarCaseFile ASSIGN TO "SarCases.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSarFileStatus.

           SELECT SarLinkFile ASSIGN TO "SarLinks.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLinkFileStatus.

           SELECT ComplaintFile ASSIGN TO "Complaints.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCmplFileStatus.

           SELECT AuditFile ASSIGN TO "CustomerAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ParmFile ASSIGN TO "AnonParm.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSParmFileStatus.

       data division.

       FILE SECTION.
       FD CustomerFile.
       COPY CUSTREC.

       FD ArchiveFile.
       01 ArchiveLine PIC X(139).

       FD NewArchiveFile.
       01 NewArchiveLine PIC X(139).

       FD NotesFile.
       COPY NOTEREC.

       FD NewNotesFile.
       01 NewNotesRecord PIC X(89).

       FD KycDocFile.
       COPY KYCREC.

       FD NewKycDocFile.
       01 NewKycDocRecord PIC X(59).

       FD SsnXrefFile.
       COPY SSNXREC.

       FD JournalFile.
       COPY JRNLREC.

       FD NewJournalFile.
       01 NewJournalRecord PIC X(313).

       FD LogCatalogFile.
       COPY LOGCAT.

       FD EstateFile.
       COPY ESTREC.

       FD DisputeFile.
       COPY DISPREC.

       FD AttachmentFile.
       COPY ATTACHREC.

       FD SarCaseFile.
       COPY SARCASE.

       FD SarLinkFile.
       COPY SARLINK.

       FD ComplaintFile.
       COPY CMPLREC.

       FD AuditFile.
       COPY AUDITREC.

       FD ParmFile.
       01 ParmRecord.
           02 ParmRetentionYears PIC 99.

       WORKING-STORAGE SECTION.
       COPY CUSTWS.

       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSArchiveFileStatus PIC X(2) VALUE "00".
       01 WSNewFileStatus PIC X(2) VALUE "00".
       01 WSNoteFileStatus PIC X(2) VALUE "00".
       01 WSKycFileStatus PIC X(2) VALUE "00".
       01 WSXrefFileStatus PIC X(2) VALUE "00".
       01 WSJrnFileStatus PIC X(2) VALUE "00".
       01 WSLogCatStatus PIC X(2) VALUE "00".
       01 WSEstFileStatus PIC X(2) VALUE "00".
       01 WSDispFileStatus PIC X(2) VALUE "00".
       01 WSAttFileStatus PIC X(2) VALUE "00".
       01 WSSarFileStatus PIC X(2) VALUE "00".
       01 WSLinkFileStatus PIC X(2) VALUE "00".
       01 WSCmplFileStatus PIC X(2) VALUE "00".
       01 WSParmFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSRetentionYears PIC 99 VALUE 5.
       01 WSCutoffDate PIC 9(8) VALUE 0.

      *>   Closed customers found on the master or the archive,
      *>   with the date the journal shows them closing and the
      *>   first reason found to keep them. WSCandIdentity is the
      *>   record carrying the identity (the owner of a secondary
      *>   account), so an account still open anywhere under the
      *>   same identity keeps the lot.
       01 WSCandTable.
           02 WSCandEntry OCCURS 1000 TIMES INDEXED BY WSCandIdx.
               03 WSCandID PIC 9(5).
               03 WSCandIdentity PIC 9(5).
               03 WSCandSSN PIC 9(9).
               03 WSCandCloseDate PIC 9(8).
               03 WSCandOnMaster PIC X(1).
               03 WSCandHold PIC X(1).
                   88 WSCandNoHold VALUE SPACE.
               03 WSCandAnon PIC X(1).
                   88 WSCandToAnonymize VALUE "Y".
       01 WSCandCount PIC 9(4) VALUE 0.
       01 WSCandSub PIC 9(4) VALUE 0.
       01 WSCandSlot PIC 9(4) VALUE 0.
       01 WSFindID PIC 9(5) VALUE 0.
       01 WSHoldID PIC 9(5) VALUE 0.
       01 WSHoldReason PIC X(1) VALUE SPACE.
       01 WSOpenIdentity PIC 9(5) VALUE 0.

      *>   Suspicious-activity cases still being worked - a
      *>   customer linked to one is held.
       01 WSSarTable.
           02 WSSarEntry OCCURS 500 TIMES INDEXED BY WSSarIdx.
               03 WSSarNumber PIC 9(7).
       01 WSSarCount PIC 999 VALUE 0.
       01 WSSarSlot PIC 999 VALUE 0.

      *>   The live customer journal and every archived period of
      *>   it the month-end log cutover cataloged.
       01 WSJrnTable.
           02 WSJrnEntry OCCURS 400 TIMES INDEXED BY WSJrnIdx.
               03 WSJrnFileName PIC X(30).
       01 WSJrnCount PIC 999 VALUE 0.
       01 WSJrnSub PIC 999 VALUE 0.
       01 WSJournalName PIC X(30) VALUE SPACES.
       01 WSImageChanged PIC A(1) VALUE "N".
       01 WSEntryChanged PIC A(1) VALUE "N".

      *>   The tokens that replace the personal fields - the same
      *>   for a customer in every file, built from IDNum so the
      *>   books still tie up.
       01 WSTokenText PIC X(10) VALUE "ANONYMIZED".
       01 WSTokenName.
           02 FILLER PIC X(4) VALUE "CUST".
           02 WSTokenID PIC 9(5) VALUE 0.
       01 WSTokenSSN PIC 9(9) VALUE 0.
       01 WSRealSSN PIC 9(9) VALUE 0.

       01 WSAnonCount PIC 9(5) VALUE 0.
       01 WSSkippedCount PIC 9(5) VALUE 0.
       01 WSRetainedCount PIC 9(5) VALUE 0.
       01 WSMasterChanged PIC 9(5) VALUE 0.
       01 WSArchiveChanged PIC 9(7) VALUE 0.
       01 WSNotesChanged PIC 9(7) VALUE 0.
       01 WSKycChanged PIC 9(7) VALUE 0.
       01 WSJournalChanged PIC 9(7) VALUE 0.
       01 WSXrefChanged PIC 9(5) VALUE 0.
       01 WSOutcomeText PIC X(40) VALUE SPACES.

       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "Anonymization.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Yearly personal-data anonymization - a customer closed
      *>   longer than the retention period (AnonParm.dat, five
      *>   years when absent) has the name, address, phone, SSN
      *>   and birth date replaced by tokens on Customer.dat,
      *>   CustomerArchive.dat and the before and after images of
      *>   the customer journal, live and archived; the contact
      *>   notes text and KYC document numbers go too, and the SSN
      *>   cross-reference drops the real number. IDNum, the
      *>   balances and the ledger are untouched so the books
      *>   still balance. A customer is skipped while any legal
      *>   hold stands - an open estate, a dispute or complaint
      *>   not yet resolved, a live attachment order or a
      *>   suspicious-activity case still being worked - or while
      *>   another account under the same identity is open. The
      *>   closing date is the journal's; a customer with no
      *>   closing entry on the journal is skipped and reported.
       PROCEDURE DIVISION.
       CALL 'BUSDATE' USING WSBusinessDate
       PERFORM LOAD-ANON-PARM
       MOVE "M" TO WSDcAction
       MOVE WSBusinessDate TO WSDcDate1
       COMPUTE WSDcAmount = 0 - (WSRetentionYears * 12)
       CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
           WSDcAmount, WSDcStatus
       MOVE WSDcDate2 TO WSCutoffDate

       OPEN INPUT CustomerFile
       IF WSCustFileStatus NOT = "00"
           DISPLAY "Customer.dat could not be opened - "
               "anonymization not run"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM COLLECT-MASTER-CANDIDATES
       CLOSE CustomerFile
       PERFORM COLLECT-ARCHIVE-CANDIDATES
       PERFORM BUILD-JOURNAL-LIST
       PERFORM FIND-CLOSE-DATES
           VARYING WSJrnSub FROM 1 BY 1 UNTIL WSJrnSub > WSJrnCount
       PERFORM CHECK-RETENTION
           VARYING WSCandSub FROM 1 BY 1
           UNTIL WSCandSub > WSCandCount

       PERFORM MARK-OPEN-ACCOUNTS
       PERFORM MARK-ESTATE-HOLDS
       PERFORM MARK-DISPUTE-HOLDS
       PERFORM MARK-ATTACHMENT-HOLDS
       PERFORM MARK-SAR-HOLDS
       PERFORM MARK-COMPLAINT-HOLDS

       MOVE "O" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "PERSONAL-DATA ANONYMIZATION AT " DELIMITED BY SIZE
           WSBusinessDate DELIMITED BY SIZE
           " - CLOSED BEFORE " DELIMITED BY SIZE
           WSCutoffDate DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE "CUSTOMER  CLOSED    OUTCOME" TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction
       PERFORM DECIDE-ONE-CANDIDATE
           VARYING WSCandSub FROM 1 BY 1
           UNTIL WSCandSub > WSCandCount

       IF WSAnonCount > 0
           PERFORM ANONYMIZE-MASTER
           PERFORM ANONYMIZE-ARCHIVE
           PERFORM ANONYMIZE-NOTES
           PERFORM ANONYMIZE-KYC-DOCS
           PERFORM ANONYMIZE-ONE-JOURNAL
               VARYING WSJrnSub FROM 1 BY 1
               UNTIL WSJrnSub > WSJrnCount
           PERFORM WRITE-ANON-AUDIT
               VARYING WSCandSub FROM 1 BY 1
               UNTIL WSCandSub > WSCandCount
       END-IF

       MOVE SPACES TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE SPACES TO WSRptLine
       STRING "ANONYMIZED " DELIMITED BY SIZE
           WSAnonCount DELIMITED BY SIZE
           "  SKIPPED " DELIMITED BY SIZE
           WSSkippedCount DELIMITED BY SIZE
           "  WITHIN RETENTION " DELIMITED BY SIZE
           WSRetainedCount DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE SPACES TO WSRptLine
       STRING "RECORDS CHANGED - MASTER " DELIMITED BY SIZE
           WSMasterChanged DELIMITED BY SIZE
           "  ARCHIVE " DELIMITED BY SIZE
           WSArchiveChanged DELIMITED BY SIZE
           "  NOTES " DELIMITED BY SIZE
           WSNotesChanged DELIMITED BY SIZE
           "  KYC " DELIMITED BY SIZE
           WSKycChanged DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE SPACES TO WSRptLine
       STRING "                  JOURNAL " DELIMITED BY SIZE
           WSJournalChanged DELIMITED BY SIZE
           "  SSN XREF " DELIMITED BY SIZE
           WSXrefChanged DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       DISPLAY SPACES
       DISPLAY "PERSONAL-DATA ANONYMIZATION AT " WSBusinessDate
       DISPLAY "RETENTION YEARS:       " WSRetentionYears
       DISPLAY "CLOSED CUSTOMERS SEEN: " WSCandCount
       DISPLAY "ANONYMIZED:            " WSAnonCount
       DISPLAY "SKIPPED:               " WSSkippedCount
       DISPLAY "WITHIN RETENTION:      " WSRetainedCount
       DISPLAY "Anonymization report written to " WSRptName.

       STOP RUN.

       LOAD-ANON-PARM.
           OPEN INPUT ParmFile
           IF WSParmFileStatus = "00"
               READ ParmFile
                   AT END CONTINUE
                   NOT AT END
                       IF ParmRetentionYears IS NUMERIC AND
                           ParmRetentionYears > 0
                           MOVE ParmRetentionYears
                               TO WSRetentionYears
                       END-IF
               END-READ
               CLOSE ParmFile
           END-IF.

       COLLECT-MASTER-CANDIDATES.
           MOVE 0 TO WSCandCount
           MOVE "N" TO WSEOF
           PERFORM COLLECT-ONE-MASTER UNTIL WSEOF = "Y"
           MOVE "N" TO WSEOF.

       COLLECT-ONE-MASTER.
           READ CustomerFile NEXT INTO WSCustomer
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF WSAcctClosed AND WSFirstName NOT = WSTokenText
                       PERFORM ADD-CANDIDATE
                       IF WSCandSlot > 0
                           MOVE "Y" TO WSCandOnMaster (WSCandIdx)
                       END-IF
                   END-IF
           END-READ.

       COLLECT-ARCHIVE-CANDIDATES.
      *>     A customer can sit on the archive more than once if
      *>     restored and archived again; one entry covers them.
           OPEN INPUT ArchiveFile
           IF WSArchiveFileStatus = "00"
               PERFORM COLLECT-ONE-ARCHIVED UNTIL WSEOF = "Y"
               CLOSE ArchiveFile
           END-IF
           MOVE "N" TO WSEOF.

       COLLECT-ONE-ARCHIVED.
           READ ArchiveFile INTO WSCustomer
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF WSAcctClosed AND WSFirstName NOT = WSTokenText
                       MOVE WSIDNum TO WSFindID
                       PERFORM FIND-CANDIDATE
                       IF WSCandSlot = 0
                           PERFORM ADD-CANDIDATE
                       END-IF
                   END-IF
           END-READ.

       ADD-CANDIDATE.
      *>     The table is capped like the yearend archive's purge
      *>     table - a customer past the cap waits for next year.
           MOVE 0 TO WSCandSlot
           IF WSCandCount >= 1000
               DISPLAY "Candidate table full at 1000 entries - "
                   "customer ID " WSIDNum " left for next year"
           ELSE
               ADD 1 TO WSCandCount
               SET WSCandIdx TO WSCandCount
               MOVE WSCandCount TO WSCandSlot
               MOVE WSIDNum TO WSCandID (WSCandIdx)
               IF WSOwnerID IS NUMERIC AND WSOwnerID > 0
                   MOVE WSOwnerID TO WSCandIdentity (WSCandIdx)
               ELSE
                   MOVE WSIDNum TO WSCandIdentity (WSCandIdx)
               END-IF
               MOVE WSCustSSN TO WSCandSSN (WSCandIdx)
               MOVE 0 TO WSCandCloseDate (WSCandIdx)
               MOVE "N" TO WSCandOnMaster (WSCandIdx)
               MOVE SPACE TO WSCandHold (WSCandIdx)
               MOVE "N" TO WSCandAnon (WSCandIdx)
           END-IF.

       FIND-CANDIDATE.
           MOVE 0 TO WSCandSlot
           SET WSCandIdx TO 1
           SEARCH WSCandEntry
               AT END CONTINUE
               WHEN WSCandIdx > WSCandCount
                   CONTINUE
               WHEN WSCandID (WSCandIdx) = WSFindID
                   SET WSCandSlot TO WSCandIdx
           END-SEARCH.

       BUILD-JOURNAL-LIST.
           MOVE 1 TO WSJrnCount
           MOVE "CustJournal.dat" TO WSJrnFileName (1)
           MOVE "N" TO WSEOF
           OPEN INPUT LogCatalogFile
           IF WSLogCatStatus = "00"
               PERFORM LIST-ONE-CATALOG-ROW UNTIL WSEOF = "Y"
               CLOSE LogCatalogFile
           END-IF
           MOVE "N" TO WSEOF.

       LIST-ONE-CATALOG-ROW.
           READ LogCatalogFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF LACLogName = "CUSTJRN" AND WSJrnCount < 400
                       ADD 1 TO WSJrnCount
                       MOVE LACFileName TO WSJrnFileName (WSJrnCount)
                   END-IF
           END-READ.

       FIND-CLOSE-DATES.
      *>     The latest journal entry leaving a customer closed
      *>     dates the closure - the account closure workflow,
      *>     a status change or a merge all write one.
           MOVE WSJrnFileName (WSJrnSub) TO WSJournalName
           MOVE "N" TO WSEOF
           OPEN INPUT JournalFile
           IF WSJrnFileStatus = "00"
               PERFORM DATE-ONE-JOURNAL-ENTRY UNTIL WSEOF = "Y"
               CLOSE JournalFile
           END-IF
           MOVE "N" TO WSEOF.

       DATE-ONE-JOURNAL-ENTRY.
           READ JournalFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF JrnAfterImage NOT = SPACES
                       MOVE JrnAfterImage TO WSCustomer
                       IF WSAcctClosed
                           MOVE JrnIDNum TO WSFindID
                           PERFORM FIND-CANDIDATE
                           IF WSCandSlot > 0 AND
                               JrnDate > WSCandCloseDate (WSCandIdx)
                               MOVE JrnDate
                                   TO WSCandCloseDate (WSCandIdx)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       CHECK-RETENTION.
           SET WSCandIdx TO WSCandSub
           EVALUATE TRUE
               WHEN WSCandCloseDate (WSCandIdx) = 0
                   MOVE "N" TO WSCandHold (WSCandIdx)
               WHEN WSCandCloseDate (WSCandIdx) >= WSCutoffDate
                   MOVE "R" TO WSCandHold (WSCandIdx)
               WHEN OTHER CONTINUE
           END-EVALUATE.

       MARK-HOLD.
      *>     The first reason found stands.
           MOVE WSHoldID TO WSFindID
           PERFORM FIND-CANDIDATE
           IF WSCandSlot > 0
               IF WSCandNoHold (WSCandIdx)
                   MOVE WSHoldReason TO WSCandHold (WSCandIdx)
               END-IF
           END-IF.

       MARK-OPEN-ACCOUNTS.
           MOVE "N" TO WSEOF
           OPEN INPUT CustomerFile
           IF WSCustFileStatus = "00"
               PERFORM CHECK-ONE-OPEN-ACCOUNT UNTIL WSEOF = "Y"
               CLOSE CustomerFile
           END-IF
           MOVE "N" TO WSEOF.

       CHECK-ONE-OPEN-ACCOUNT.
           READ CustomerFile NEXT INTO WSCustomer
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF NOT WSAcctClosed
                       IF WSOwnerID IS NUMERIC AND WSOwnerID > 0
                           MOVE WSOwnerID TO WSOpenIdentity
                       ELSE
                           MOVE WSIDNum TO WSOpenIdentity
                       END-IF
                       PERFORM HOLD-SAME-IDENTITY
                           VARYING WSCandSub FROM 1 BY 1
                           UNTIL WSCandSub > WSCandCount
                   END-IF
           END-READ.

       HOLD-SAME-IDENTITY.
           SET WSCandIdx TO WSCandSub
           IF WSCandIdentity (WSCandIdx) = WSOpenIdentity AND
               WSCandNoHold (WSCandIdx)
               MOVE "O" TO WSCandHold (WSCandIdx)
           END-IF.

       MARK-ESTATE-HOLDS.
           MOVE "N" TO WSEOF
           OPEN INPUT EstateFile
           IF WSEstFileStatus = "00"
               PERFORM CHECK-ONE-ESTATE UNTIL WSEOF = "Y"
               CLOSE EstateFile
           END-IF
           MOVE "N" TO WSEOF.

       CHECK-ONE-ESTATE.
           READ EstateFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF EstOpen
                       MOVE EstCustomerID TO WSHoldID
                       MOVE "E" TO WSHoldReason
                       PERFORM MARK-HOLD
                   END-IF
           END-READ.

       MARK-DISPUTE-HOLDS.
           MOVE "N" TO WSEOF
           OPEN INPUT DisputeFile
           IF WSDispFileStatus = "00"
               PERFORM CHECK-ONE-DISPUTE UNTIL WSEOF = "Y"
               CLOSE DisputeFile
           END-IF
           MOVE "N" TO WSEOF.

       CHECK-ONE-DISPUTE.
           READ DisputeFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF NOT DspResolvedFor AND NOT DspResolvedAgainst
                       MOVE DspCustomerID TO WSHoldID
                       MOVE "D" TO WSHoldReason
                       PERFORM MARK-HOLD
                   END-IF
           END-READ.

       MARK-ATTACHMENT-HOLDS.
           MOVE "N" TO WSEOF
           OPEN INPUT AttachmentFile
           IF WSAttFileStatus = "00"
               PERFORM CHECK-ONE-ATTACHMENT UNTIL WSEOF = "Y"
               CLOSE AttachmentFile
           END-IF
           MOVE "N" TO WSEOF.

       CHECK-ONE-ATTACHMENT.
           READ AttachmentFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF AttActive
                       MOVE AttCustomerID TO WSHoldID
                       MOVE "A" TO WSHoldReason
                       PERFORM MARK-HOLD
                   END-IF
           END-READ.

       MARK-SAR-HOLDS.
      *>     The case subject and every customer linked to a case
      *>     still open or escalated.
           MOVE 0 TO WSSarCount
           MOVE "N" TO WSEOF
           OPEN INPUT SarCaseFile
           IF WSSarFileStatus = "00"
               PERFORM CHECK-ONE-SAR-CASE UNTIL WSEOF = "Y"
               CLOSE SarCaseFile
           END-IF
           MOVE "N" TO WSEOF
           IF WSSarCount > 0
               OPEN INPUT SarLinkFile
               IF WSLinkFileStatus = "00"
                   PERFORM CHECK-ONE-SAR-LINK UNTIL WSEOF = "Y"
                   CLOSE SarLinkFile
               END-IF
           END-IF
           MOVE "N" TO WSEOF.

       CHECK-ONE-SAR-CASE.
           READ SarCaseFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ScStillActive
                       MOVE ScSubjectID TO WSHoldID
                       MOVE "S" TO WSHoldReason
                       PERFORM MARK-HOLD
                       IF WSSarCount < 500
                           ADD 1 TO WSSarCount
                           MOVE ScNumber TO WSSarNumber (WSSarCount)
                       END-IF
                   END-IF
           END-READ.

       CHECK-ONE-SAR-LINK.
           READ SarLinkFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF SlCustomer
                       PERFORM FIND-ACTIVE-SAR-CASE
                       IF WSSarSlot > 0
                           MOVE SlIDNum TO WSHoldID
                           MOVE "S" TO WSHoldReason
                           PERFORM MARK-HOLD
                       END-IF
                   END-IF
           END-READ.

       FIND-ACTIVE-SAR-CASE.
           MOVE 0 TO WSSarSlot
           SET WSSarIdx TO 1
           SEARCH WSSarEntry
               AT END CONTINUE
               WHEN WSSarIdx > WSSarCount
                   CONTINUE
               WHEN WSSarNumber (WSSarIdx) = SlCaseNumber
                   SET WSSarSlot TO WSSarIdx
           END-SEARCH.

       MARK-COMPLAINT-HOLDS.
           MOVE "N" TO WSEOF
           OPEN INPUT ComplaintFile
           IF WSCmplFileStatus = "00"
               PERFORM CHECK-ONE-COMPLAINT UNTIL WSEOF = "Y"
               CLOSE ComplaintFile
           END-IF
           MOVE "N" TO WSEOF.

       CHECK-ONE-COMPLAINT.
           READ ComplaintFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF NOT CmpResolved AND CmpCustomerID > 0
                       MOVE CmpCustomerID TO WSHoldID
                       MOVE "C" TO WSHoldReason
                       PERFORM MARK-HOLD
                   END-IF
           END-READ.

       DECIDE-ONE-CANDIDATE.
      *>     Still inside the retention period is the normal case
      *>     and only counted; everything past it is listed.
           SET WSCandIdx TO WSCandSub
           EVALUATE WSCandHold (WSCandIdx)
               WHEN SPACE
                   MOVE "Y" TO WSCandAnon (WSCandIdx)
                   ADD 1 TO WSAnonCount
                   MOVE "ANONYMIZED" TO WSOutcomeText
               WHEN "R"
                   ADD 1 TO WSRetainedCount
               WHEN "N"
                   MOVE "SKIPPED - NO CLOSING DATE ON JOURNAL"
                       TO WSOutcomeText
               WHEN "O"
                   MOVE "SKIPPED - ANOTHER ACCOUNT STILL OPEN"
                       TO WSOutcomeText
               WHEN "E"
                   MOVE "SKIPPED - ESTATE STILL OPEN"
                       TO WSOutcomeText
               WHEN "D"
                   MOVE "SKIPPED - DISPUTE NOT RESOLVED"
                       TO WSOutcomeText
               WHEN "A"
                   MOVE "SKIPPED - ATTACHMENT ORDER LIVE"
                       TO WSOutcomeText
               WHEN "S"
                   MOVE "SKIPPED - SUSPICIOUS-ACTIVITY CASE OPEN"
                       TO WSOutcomeText
               WHEN "C"
                   MOVE "SKIPPED - COMPLAINT NOT RESOLVED"
                       TO WSOutcomeText
           END-EVALUATE
           IF WSCandHold (WSCandIdx) NOT = "R"
               IF WSCandHold (WSCandIdx) NOT = SPACE
                   ADD 1 TO WSSkippedCount
               END-IF
               MOVE SPACES TO WSRptLine
               STRING WSCandID (WSCandIdx) DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WSCandCloseDate (WSCandIdx) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSOutcomeText DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
           END-IF.

       APPLY-TOKENS.
      *>     Works on WSCustomer. A zero SSN (a secondary account
      *>     or an entity) stays zero.
           MOVE WSIDNum TO WSTokenID
           MOVE WSTokenText TO WSFirstName
           MOVE WSTokenName TO WSLastName
           MOVE WSTokenText TO WSAddress
           MOVE WSTokenText TO WSPhone
           MOVE WSCustSSN TO WSRealSSN
           IF WSRealSSN NOT = 0
               COMPUTE WSTokenSSN = 900000000 + WSIDNum
               MOVE WSTokenSSN TO WSCustSSN
           END-IF
           MOVE 0 TO WSBirthMonth
           MOVE 0 TO WSBirthDay
           MOVE 0 TO WSBirthYear.

       ANONYMIZE-MASTER.
           OPEN I-O CustomerFile
           IF WSCustFileStatus NOT = "00"
               DISPLAY "Customer.dat could not be opened - "
                   "master not anonymized"
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN I-O SsnXrefFile
               PERFORM ANONYMIZE-ONE-MASTER
                   VARYING WSCandSub FROM 1 BY 1
                   UNTIL WSCandSub > WSCandCount
               IF WSXrefFileStatus = "00"
                   CLOSE SsnXrefFile
               END-IF
               CLOSE CustomerFile
           END-IF.

       ANONYMIZE-ONE-MASTER.
           SET WSCandIdx TO WSCandSub
           IF WSCandToAnonymize (WSCandIdx)
               IF WSCandOnMaster (WSCandIdx) = "Y"
                   MOVE WSCandID (WSCandIdx) TO IDNum
                   READ CustomerFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE CustomerData TO WSCustomer
                           PERFORM APPLY-TOKENS
                           MOVE WSCustomer TO CustomerData
                           REWRITE CustomerData
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WSMasterChanged
                           END-REWRITE
                   END-READ
               END-IF
               PERFORM REPLACE-XREF-SSN
           END-IF.

       REPLACE-XREF-SSN.
      *>     The real SSN leaves the cross-reference; a customer
      *>     still on the master keeps an entry under the token so
      *>     the xref still covers every SSN-carrying record.
           IF WSXrefFileStatus = "00" AND WSCandSSN (WSCandIdx) > 0
               MOVE WSCandSSN (WSCandIdx) TO XrefSSN
               READ SsnXrefFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF XrefIDNum = WSCandID (WSCandIdx)
                           DELETE SsnXrefFile
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WSXrefChanged
                           END-DELETE
                       END-IF
               END-READ
               IF WSCandOnMaster (WSCandIdx) = "Y"
                   COMPUTE XrefSSN = 900000000 + WSCandID (WSCandIdx)
                   MOVE WSCandID (WSCandIdx) TO XrefIDNum
                   WRITE SsnXrefRecord
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
           END-IF.

       ANONYMIZE-ARCHIVE.
           MOVE "N" TO WSEOF
           OPEN INPUT ArchiveFile
           IF WSArchiveFileStatus = "00"
               OPEN OUTPUT NewArchiveFile
               PERFORM COPY-ARCHIVE-CHANGING UNTIL WSEOF = "Y"
               CLOSE ArchiveFile
               CLOSE NewArchiveFile
               PERFORM SWAP-ARCHIVE-BACK
           END-IF
           MOVE "N" TO WSEOF.

       COPY-ARCHIVE-CHANGING.
           READ ArchiveFile INTO WSCustomer
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE WSIDNum TO WSFindID
                   PERFORM FIND-CANDIDATE
                   IF WSCandSlot > 0
                       IF WSCandToAnonymize (WSCandIdx)
                           PERFORM APPLY-TOKENS
                           MOVE WSCustomer TO ArchiveLine
                           ADD 1 TO WSArchiveChanged
                       END-IF
                   END-IF
                   MOVE ArchiveLine TO NewArchiveLine
                   WRITE NewArchiveLine
           END-READ.

       SWAP-ARCHIVE-BACK.
           OPEN INPUT NewArchiveFile
           OPEN OUTPUT ArchiveFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-ARCHIVED UNTIL WSEOF = "Y"
           CLOSE NewArchiveFile
           CLOSE ArchiveFile.

       COPY-BACK-ONE-ARCHIVED.
           READ NewArchiveFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewArchiveLine TO ArchiveLine
                   WRITE ArchiveLine
           END-READ.

       ANONYMIZE-NOTES.
      *>     Contact notes are free text and may say anything
      *>     about the customer, so the text goes whole; the date
      *>     and operator stay as the record of contact.
           MOVE "N" TO WSEOF
           OPEN INPUT NotesFile
           IF WSNoteFileStatus = "00"
               OPEN OUTPUT NewNotesFile
               PERFORM COPY-NOTE-CHANGING UNTIL WSEOF = "Y"
               CLOSE NotesFile
               CLOSE NewNotesFile
               PERFORM SWAP-NOTES-BACK
           END-IF
           MOVE "N" TO WSEOF.

       COPY-NOTE-CHANGING.
           READ NotesFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NoteIDNum TO WSFindID
                   PERFORM FIND-CANDIDATE
                   IF WSCandSlot > 0
                       IF WSCandToAnonymize (WSCandIdx)
                           MOVE WSTokenText TO NoteText
                           ADD 1 TO WSNotesChanged
                       END-IF
                   END-IF
                   MOVE CustomerNoteRecord TO NewNotesRecord
                   WRITE NewNotesRecord
           END-READ.

       SWAP-NOTES-BACK.
           OPEN INPUT NewNotesFile
           OPEN OUTPUT NotesFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-NOTE UNTIL WSEOF = "Y"
           CLOSE NewNotesFile
           CLOSE NotesFile.

       COPY-BACK-ONE-NOTE.
           READ NewNotesFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewNotesRecord TO CustomerNoteRecord
                   WRITE CustomerNoteRecord
           END-READ.

       ANONYMIZE-KYC-DOCS.
      *>     The document number identifies the person; the type
      *>     and dates stay as the record of what was verified.
           MOVE "N" TO WSEOF
           OPEN INPUT KycDocFile
           IF WSKycFileStatus = "00"
               OPEN OUTPUT NewKycDocFile
               PERFORM COPY-KYC-CHANGING UNTIL WSEOF = "Y"
               CLOSE KycDocFile
               CLOSE NewKycDocFile
               PERFORM SWAP-KYC-BACK
           END-IF
           MOVE "N" TO WSEOF.

       COPY-KYC-CHANGING.
           READ KycDocFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE KycIDNum TO WSFindID
                   PERFORM FIND-CANDIDATE
                   IF WSCandSlot > 0
                       IF WSCandToAnonymize (WSCandIdx)
                           MOVE WSTokenText TO KycReference
                           ADD 1 TO WSKycChanged
                       END-IF
                   END-IF
                   MOVE KycDocRecord TO NewKycDocRecord
                   WRITE NewKycDocRecord
           END-READ.

       SWAP-KYC-BACK.
           OPEN INPUT NewKycDocFile
           OPEN OUTPUT KycDocFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-KYC UNTIL WSEOF = "Y"
           CLOSE NewKycDocFile
           CLOSE KycDocFile.

       COPY-BACK-ONE-KYC.
           READ NewKycDocFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewKycDocRecord TO KycDocRecord
                   WRITE KycDocRecord
           END-READ.

       ANONYMIZE-ONE-JOURNAL.
      *>     Archived periods are rewritten in place; the catalog's
      *>     count and date hash do not change.
           MOVE WSJrnFileName (WSJrnSub) TO WSJournalName
           MOVE "N" TO WSEOF
           OPEN INPUT JournalFile
           IF WSJrnFileStatus = "00"
               OPEN OUTPUT NewJournalFile
               PERFORM COPY-JOURNAL-CHANGING UNTIL WSEOF = "Y"
               CLOSE JournalFile
               CLOSE NewJournalFile
               PERFORM SWAP-JOURNAL-BACK
           END-IF
           MOVE "N" TO WSEOF.

       COPY-JOURNAL-CHANGING.
      *>     Each image is judged by the IDNum it carries - a merge
      *>     entry's images can belong to either customer.
           READ JournalFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE "N" TO WSEntryChanged
                   IF JrnBeforeImage NOT = SPACES
                       MOVE JrnBeforeImage TO WSCustomer
                       PERFORM TOKENIZE-JOURNAL-IMAGE
                       IF WSImageChanged = "Y"
                           MOVE WSCustomer TO JrnBeforeImage
                       END-IF
                   END-IF
                   IF JrnAfterImage NOT = SPACES
                       MOVE JrnAfterImage TO WSCustomer
                       PERFORM TOKENIZE-JOURNAL-IMAGE
                       IF WSImageChanged = "Y"
                           MOVE WSCustomer TO JrnAfterImage
                       END-IF
                   END-IF
                   IF WSEntryChanged = "Y"
                       ADD 1 TO WSJournalChanged
                   END-IF
                   MOVE CustomerJournalRecord TO NewJournalRecord
                   WRITE NewJournalRecord
           END-READ.

       TOKENIZE-JOURNAL-IMAGE.
           MOVE "N" TO WSImageChanged
           IF WSIDNum IS NUMERIC
               MOVE WSIDNum TO WSFindID
               PERFORM FIND-CANDIDATE
               IF WSCandSlot > 0
                   IF WSCandToAnonymize (WSCandIdx)
                       PERFORM APPLY-TOKENS
                       MOVE "Y" TO WSImageChanged
                       MOVE "Y" TO WSEntryChanged
                   END-IF
               END-IF
           END-IF.

       SWAP-JOURNAL-BACK.
           OPEN INPUT NewJournalFile
           OPEN OUTPUT JournalFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-JOURNAL UNTIL WSEOF = "Y"
           CLOSE NewJournalFile
           CLOSE JournalFile.

       COPY-BACK-ONE-JOURNAL.
           READ NewJournalFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewJournalRecord TO CustomerJournalRecord
                   WRITE CustomerJournalRecord
           END-READ.

       WRITE-ANON-AUDIT.
           SET WSCandIdx TO WSCandSub
           IF WSCandToAnonymize (WSCandIdx)
               MOVE WSCandID (WSCandIdx) TO AuditIDNum
               MOVE "ANONYM" TO AuditAction
               ACCEPT AuditDate FROM DATE YYYYMMDD
               ACCEPT AuditTime FROM TIME
               MOVE "ANONRUN" TO AuditOperator
               OPEN EXTEND AuditFile
                   WRITE AuditRecord
               CLOSE AuditFile
           END-IF.
