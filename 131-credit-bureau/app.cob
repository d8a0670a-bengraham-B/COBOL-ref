       >> SOURCE FORMAT FREE
       identification division.
       program-id. CRBUREAU.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT LoanFile ASSIGN TO "LoanMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLoanFileStatus.

           SELECT ScheduleFile ASSIGN TO "LoanSchedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSchedFileStatus.

           SELECT CreditLimitFile ASSIGN TO "CreditLimits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLimitFileStatus.

           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT ExcessDaysFile ASSIGN TO "ExcessDays.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDaysFileStatus.

           SELECT ResponseFile ASSIGN TO "BureauResp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRespFileStatus.

           SELECT RejectFile ASSIGN TO "BureauRejects.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRejFileStatus.

           SELECT LastRunFile ASSIGN TO "BureauLast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLastFileStatus.

           SELECT BureauFile ASSIGN TO WSBureauFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBureauFileStatus.

       data division.

       FILE SECTION.
       FD LoanFile.
       COPY LOANREC.

       FD ScheduleFile.
       COPY LOANSCHD.

       FD CreditLimitFile.
       COPY CREDLIM.

       FD CustomerFile.
       COPY CUSTREC.

      *> One row per account currently past its authorized floor -
      *> the consecutive-business-day count credit control ages.
       FD ExcessDaysFile.
       01 ExcessDaysRecord.
           02 EdCustomerID PIC 9(5).
           02 EdDays PIC 9(5).
           02 EdLastDate PIC 9(8).

      *> The bureau's response file - one line per record it
      *> would not load, with its reject code and text.
       FD ResponseFile.
       01 ResponseRecord.
           02 RsPeriod PIC 9(6).
           02 RsAccountType PIC X(1).
           02 RsAccountRef PIC 9(7).
           02 RsRejectCode PIC X(4).
           02 RsRejectText PIC X(40).

       FD RejectFile.
       COPY BUREJREC.

      *> The overdraft facilities the last run reported, so one
      *> removed since then is reported closed once.
       FD LastRunFile.
       01 LastRunRecord.
           02 LrCustomerID PIC 9(5).

      *> Fixed-layout bureau submission - "H" header, "D" account
      *> record for the period, "C" correction re-sending a
      *> rejected record for its original period, "T" trailer
      *> with the record count and balance total.
       FD BureauFile.
       01 BureauLine PIC X(150).
       01 BureauHeader REDEFINES BureauLine.
           02 BhRecordType PIC X(1).
           02 BhFileDate PIC 9(8).
           02 BhPeriod PIC 9(6).
           02 BhInstitution PIC X(8).
           02 FILLER PIC X(127).
       01 BureauDetail REDEFINES BureauLine.
           02 BdRecordType PIC X(1).
           02 BdPeriod PIC 9(6).
           02 BdAccountType PIC X(1).
           02 BdAccountRef PIC 9(7).
           02 BdSSN PIC 9(9).
           02 BdLastName PIC X(15).
           02 BdFirstName PIC X(15).
           02 BdBirthDate PIC 9(8).
           02 BdAddress PIC X(30).
           02 BdOpenDate PIC 9(8).
           02 BdLimit PIC 9(9)V99.
           02 BdBalance PIC 9(9)V99.
           02 BdInstallment PIC 9(9)V99.
           02 BdMonthsArrears PIC 9(2).
           02 BdStatus PIC X(1).
           02 FILLER PIC X(14).
       01 BureauTrailer REDEFINES BureauLine.
           02 BtRecordType PIC X(1).
           02 BtRecordCount PIC 9(7).
           02 BtBalanceTotal PIC 9(13)V99.
           02 FILLER PIC X(127).

       WORKING-STORAGE SECTION.
       01 WSLoanFileStatus PIC X(2) VALUE "00".
       01 WSSchedFileStatus PIC X(2) VALUE "00".
       01 WSLimitFileStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSDaysFileStatus PIC X(2) VALUE "00".
       01 WSRespFileStatus PIC X(2) VALUE "00".
       01 WSRejFileStatus PIC X(2) VALUE "00".
       01 WSLastFileStatus PIC X(2) VALUE "00".
       01 WSBureauFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSPeriod PIC 9(6) VALUE 0.
       01 WSBureauFileName PIC X(30) VALUE SPACES.
       01 WSInstitution PIC X(8) VALUE "OURBANK".

      *>   Run-control hookup - a restarted stream skips this step
      *>   when it already completed clean for the business date.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "CRBUREAU".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

      *>   The reject register, held whole for the run and written
      *>   back at the end with the new responses and re-sends.
       01 WSRejTable.
           02 WSRejEntry OCCURS 500 TIMES INDEXED BY WSRjIdx.
               03 WSRjPeriod PIC 9(6).
               03 WSRjType PIC X(1).
               03 WSRjRef PIC 9(7).
               03 WSRjCode PIC X(4).
               03 WSRjText PIC X(40).
               03 WSRjReceived PIC 9(8).
               03 WSRjStatus PIC X(1).
               03 WSRjResentDate PIC 9(8).
               03 WSRjMatched PIC A(1).
       01 WSRjCount PIC 999 VALUE 0.
       01 WSRjSlot PIC 999 VALUE 0.
       01 WSRjOverflow PIC A(1) VALUE "N".

      *>   Overdue installments per loan, from one schedule pass.
       01 WSArrTable.
           02 WSArrEntry OCCURS 500 TIMES INDEXED BY WSArIdx.
               03 WSArLoan PIC 9(7).
               03 WSArCount PIC 9(3).
       01 WSArCountUsed PIC 999 VALUE 0.
       01 WSArSlot PIC 999 VALUE 0.

      *>   Excess-day counts per overdrawn customer.
       01 WSExTable.
           02 WSExEntry OCCURS 500 TIMES INDEXED BY WSExIdx.
               03 WSExCustomer PIC 9(5).
               03 WSExDays PIC 9(5).
       01 WSExCount PIC 999 VALUE 0.

      *>   Overdraft facilities the last run reported.
       01 WSPrevTable.
           02 WSPrevEntry OCCURS 500 TIMES INDEXED BY WSPvIdx.
               03 WSPvCustomer PIC 9(5).
               03 WSPvSeen PIC A(1).
       01 WSPvCount PIC 999 VALUE 0.

      *>   Identity and balance behind the account being reported.
      *>   A secondary account's identity lives on its owner's
      *>   record; the balance is always the account's own.
       01 WSIdCustomer PIC 9(5) VALUE 0.
       01 WSIdSeen PIC A(1) VALUE "N".
       01 WSIdOwner PIC 9(5) VALUE 0.
       01 WSIdSSN PIC 9(9) VALUE 0.
       01 WSIdFirstName PIC X(15) VALUE SPACES.
       01 WSIdLastName PIC X(15) VALUE SPACES.
       01 WSIdBirthDate PIC 9(8) VALUE 0.
       01 WSIdAddress PIC X(30) VALUE SPACES.
       01 WSIdBalance PIC S9(9)V99 VALUE 0.
       01 WSIdClosed PIC A(1) VALUE "N".

       01 WSEditReason PIC X(20) VALUE SPACES.
       01 WSMonthsArrears PIC 9(3) VALUE 0.
       01 WSGrantDate PIC 9(8) VALUE 0.

       01 WSDetailCount PIC 9(7) VALUE 0.
       01 WSBalanceTotal PIC 9(13)V99 VALUE 0.
       01 WSLoanCount PIC 9(5) VALUE 0.
       01 WSOverdraftCount PIC 9(5) VALUE 0.
       01 WSClosedCount PIC 9(5) VALUE 0.
       01 WSEditCount PIC 9(5) VALUE 0.
       01 WSNewRejectCount PIC 9(5) VALUE 0.
       01 WSResentCount PIC 9(5) VALUE 0.
       01 WSHeldCount PIC 9(5) VALUE 0.

      *>   Shared DATECALC call area.
       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "CreditBureau.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Monthly credit bureau submission - every loan on the
      *>   master (active, settled and written off alike) and
      *>   every overdraft facility on CreditLimits.dat goes onto
      *>   a fixed-layout file for the business date's month,
      *>   with the borrower's identity from the customer master,
      *>   the opening date, limit or principal, balance,
      *>   installment, months in arrears and status, between a
      *>   header and a count-and-balance trailer. The bureau's
      *>   response file feeds the reject register; a rejected
      *>   record is re-sent as a correction for its original
      *>   period once the account passes the identity edits.
      *>   Accounts failing the edits are still reported (the
      *>   bureau must see the account) and listed on the
      *>   exception report for correction before the bureau
      *>   bounces them.
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

       DIVIDE WSBusinessDate BY 100 GIVING WSPeriod
       MOVE SPACES TO WSBureauFileName
       STRING "BureauOut" DELIMITED BY SIZE
           WSBusinessDate DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO WSBureauFileName
       END-STRING

       OPEN INPUT CustomerFile
       IF WSCustFileStatus NOT = "00"
           DISPLAY "Customer.dat could not be opened - "
               "bureau file not cut"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE "O" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "CREDIT BUREAU SUBMISSION FOR PERIOD " DELIMITED BY SIZE
           WSPeriod DELIMITED BY SIZE INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE "T ACCOUNT  CUST  EXCEPTION" TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       PERFORM LOAD-REJECT-REGISTER
       PERFORM MERGE-BUREAU-RESPONSES
       PERFORM LOAD-LOAN-ARREARS
       PERFORM LOAD-EXCESS-DAYS
       PERFORM LOAD-LAST-RUN-FACILITIES

       OPEN OUTPUT BureauFile
       MOVE SPACES TO BureauLine
       MOVE "H" TO BhRecordType
       MOVE WSBusinessDate TO BhFileDate
       MOVE WSPeriod TO BhPeriod
       MOVE WSInstitution TO BhInstitution
       WRITE BureauLine

       PERFORM REPORT-LOAN-ACCOUNTS
       OPEN OUTPUT LastRunFile
       PERFORM REPORT-OVERDRAFT-ACCOUNTS
       CLOSE LastRunFile
       PERFORM REPORT-CLOSED-FACILITY
           VARYING WSPvIdx FROM 1 BY 1
           UNTIL WSPvIdx > WSPvCount
       PERFORM REPORT-UNMATCHED-REJECT
           VARYING WSRjIdx FROM 1 BY 1
           UNTIL WSRjIdx > WSRjCount

       MOVE SPACES TO BureauLine
       MOVE "T" TO BtRecordType
       MOVE WSDetailCount TO BtRecordCount
       MOVE WSBalanceTotal TO BtBalanceTotal
       WRITE BureauLine
       CLOSE BureauFile
       CLOSE CustomerFile

       PERFORM WRITE-REJECT-REGISTER

       MOVE SPACES TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE SPACES TO WSRptLine
       STRING "RECORDS SENT: " DELIMITED BY SIZE
           WSDetailCount DELIMITED BY SIZE
           "  LOANS: " DELIMITED BY SIZE
           WSLoanCount DELIMITED BY SIZE
           "  OVERDRAFTS: " DELIMITED BY SIZE
           WSOverdraftCount DELIMITED BY SIZE
           "  CLOSED: " DELIMITED BY SIZE
           WSClosedCount DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE SPACES TO WSRptLine
       STRING "EDIT EXCEPTIONS: " DELIMITED BY SIZE
           WSEditCount DELIMITED BY SIZE
           "  NEW REJECTS: " DELIMITED BY SIZE
           WSNewRejectCount DELIMITED BY SIZE
           "  RE-SENT: " DELIMITED BY SIZE
           WSResentCount DELIMITED BY SIZE
           "  STILL HELD: " DELIMITED BY SIZE
           WSHeldCount DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       MOVE WSDetailCount TO WSRunCount
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       DISPLAY "CREDIT BUREAU FILE " WSBureauFileName
       DISPLAY "RECORDS SENT:     " WSDetailCount
       DISPLAY "BALANCE TOTAL:    " WSBalanceTotal
       DISPLAY "CORRECTIONS SENT: " WSResentCount
       DISPLAY "REJECTS HELD:     " WSHeldCount
       DISPLAY "Exceptions written to " WSRptName.

       STOP RUN.

       LOAD-REJECT-REGISTER.
           MOVE 0 TO WSRjCount
           MOVE "N" TO WSEOF
           OPEN INPUT RejectFile
           IF WSRejFileStatus = "00"
               PERFORM LOAD-ONE-REJECT UNTIL WSEOF = "Y"
               CLOSE RejectFile
           END-IF.

       LOAD-ONE-REJECT.
           READ RejectFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF WSRjCount >= 500
                       MOVE "Y" TO WSRjOverflow
                   ELSE
                       ADD 1 TO WSRjCount
                       SET WSRjIdx TO WSRjCount
                       MOVE BjPeriod TO WSRjPeriod (WSRjIdx)
                       MOVE BjAccountType TO WSRjType (WSRjIdx)
                       MOVE BjAccountRef TO WSRjRef (WSRjIdx)
                       MOVE BjRejectCode TO WSRjCode (WSRjIdx)
                       MOVE BjRejectText TO WSRjText (WSRjIdx)
                       MOVE BjReceivedDate TO WSRjReceived (WSRjIdx)
                       MOVE BjStatus TO WSRjStatus (WSRjIdx)
                       MOVE BjResentDate
                           TO WSRjResentDate (WSRjIdx)
                       MOVE "N" TO WSRjMatched (WSRjIdx)
                   END-IF
           END-READ.

       MERGE-BUREAU-RESPONSES.
      *>     A response already on the register (open or re-sent)
      *>     is not taken on twice when the same file is seen
      *>     again.
           MOVE "N" TO WSEOF
           OPEN INPUT ResponseFile
           IF WSRespFileStatus = "00"
               PERFORM MERGE-ONE-RESPONSE UNTIL WSEOF = "Y"
               CLOSE ResponseFile
           END-IF.

       MERGE-ONE-RESPONSE.
           READ ResponseFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE 0 TO WSRjSlot
                   PERFORM CHECK-ONE-REJECT-KEY
                       VARYING WSRjIdx FROM 1 BY 1
                       UNTIL WSRjIdx > WSRjCount OR WSRjSlot > 0
                   IF WSRjSlot = 0
                       IF WSRjCount >= 500
                           MOVE "Y" TO WSRjOverflow
                       ELSE
                           ADD 1 TO WSRjCount
                           ADD 1 TO WSNewRejectCount
                           SET WSRjIdx TO WSRjCount
                           MOVE RsPeriod TO WSRjPeriod (WSRjIdx)
                           MOVE RsAccountType TO WSRjType (WSRjIdx)
                           MOVE RsAccountRef TO WSRjRef (WSRjIdx)
                           MOVE RsRejectCode TO WSRjCode (WSRjIdx)
                           MOVE RsRejectText TO WSRjText (WSRjIdx)
                           MOVE WSBusinessDate
                               TO WSRjReceived (WSRjIdx)
                           MOVE "O" TO WSRjStatus (WSRjIdx)
                           MOVE 0 TO WSRjResentDate (WSRjIdx)
                           MOVE "N" TO WSRjMatched (WSRjIdx)
                       END-IF
                   END-IF
           END-READ.

       CHECK-ONE-REJECT-KEY.
           IF WSRjPeriod (WSRjIdx) = RsPeriod AND
              WSRjType (WSRjIdx) = RsAccountType AND
              WSRjRef (WSRjIdx) = RsAccountRef AND
              WSRjCode (WSRjIdx) = RsRejectCode
               MOVE WSRjIdx TO WSRjSlot
           END-IF.

       LOAD-LOAN-ARREARS.
      *>     Each installment still due with its date behind us is
      *>     a month in arrears.
           MOVE 0 TO WSArCountUsed
           MOVE "N" TO WSEOF
           OPEN INPUT ScheduleFile
           IF WSSchedFileStatus = "00"
               PERFORM COUNT-ONE-ARREAR UNTIL WSEOF = "Y"
               CLOSE ScheduleFile
           END-IF.

       COUNT-ONE-ARREAR.
           READ ScheduleFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF LsDue AND LsDueDate < WSBusinessDate
                       PERFORM FIND-ARREARS-SLOT
                       IF WSArSlot = 0 AND WSArCountUsed < 500
                           ADD 1 TO WSArCountUsed
                           MOVE WSArCountUsed TO WSArSlot
                           SET WSArIdx TO WSArSlot
                           MOVE LsLoanNumber TO WSArLoan (WSArIdx)
                           MOVE 0 TO WSArCount (WSArIdx)
                       END-IF
                       IF WSArSlot > 0
                           SET WSArIdx TO WSArSlot
                           ADD 1 TO WSArCount (WSArIdx)
                       END-IF
                   END-IF
           END-READ.

       FIND-ARREARS-SLOT.
           MOVE 0 TO WSArSlot
           PERFORM CHECK-ONE-ARREARS-SLOT
               VARYING WSArIdx FROM 1 BY 1
               UNTIL WSArIdx > WSArCountUsed OR WSArSlot > 0.

       CHECK-ONE-ARREARS-SLOT.
           IF WSArLoan (WSArIdx) = LsLoanNumber
               MOVE WSArIdx TO WSArSlot
           END-IF.

       LOAD-EXCESS-DAYS.
           MOVE 0 TO WSExCount
           MOVE "N" TO WSEOF
           OPEN INPUT ExcessDaysFile
           IF WSDaysFileStatus = "00"
               PERFORM LOAD-ONE-EXCESS-ROW UNTIL WSEOF = "Y"
               CLOSE ExcessDaysFile
           END-IF.

       LOAD-ONE-EXCESS-ROW.
           READ ExcessDaysFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF WSExCount < 500
                       ADD 1 TO WSExCount
                       SET WSExIdx TO WSExCount
                       MOVE EdCustomerID TO WSExCustomer (WSExIdx)
                       MOVE EdDays TO WSExDays (WSExIdx)
                   END-IF
           END-READ.

       LOAD-LAST-RUN-FACILITIES.
           MOVE 0 TO WSPvCount
           MOVE "N" TO WSEOF
           OPEN INPUT LastRunFile
           IF WSLastFileStatus = "00"
               PERFORM LOAD-ONE-LAST-FACILITY UNTIL WSEOF = "Y"
               CLOSE LastRunFile
           END-IF.

       LOAD-ONE-LAST-FACILITY.
           READ LastRunFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF WSPvCount < 500
                       ADD 1 TO WSPvCount
                       SET WSPvIdx TO WSPvCount
                       MOVE LrCustomerID TO WSPvCustomer (WSPvIdx)
                       MOVE "N" TO WSPvSeen (WSPvIdx)
                   END-IF
           END-READ.

       REPORT-LOAN-ACCOUNTS.
           MOVE "N" TO WSEOF
           OPEN INPUT LoanFile
           IF WSLoanFileStatus = "00"
               PERFORM REPORT-ONE-LOAN UNTIL WSEOF = "Y"
               CLOSE LoanFile
           END-IF.

       REPORT-ONE-LOAN.
           READ LoanFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE LnCustomerID TO WSIdCustomer
                   PERFORM FIND-ACCOUNT-IDENTITY
                   MOVE 0 TO WSMonthsArrears
                   MOVE LnNumber TO LsLoanNumber
                   PERFORM FIND-ARREARS-SLOT
                   IF WSArSlot > 0
                       SET WSArIdx TO WSArSlot
                       MOVE WSArCount (WSArIdx) TO WSMonthsArrears
                   END-IF
                   PERFORM START-DETAIL-RECORD
                   MOVE "L" TO BdAccountType
                   MOVE LnNumber TO BdAccountRef
                   MOVE LnStartDate TO BdOpenDate
                   MOVE LnPrincipal TO BdLimit
                   EVALUATE TRUE
                       WHEN LnWrittenOff
                           MOVE "W" TO BdStatus
                           IF LnWrittenOffAmt > LnRecovered
                               COMPUTE BdBalance =
                                   LnWrittenOffAmt - LnRecovered
                           END-IF
                       WHEN LnSettled
                           MOVE "S" TO BdStatus
                       WHEN OTHER
                           IF LnOutstanding > 0
                               MOVE LnOutstanding TO BdBalance
                           END-IF
                           MOVE LnInstallment TO BdInstallment
                           IF WSMonthsArrears > 99
                               MOVE 99 TO BdMonthsArrears
                           ELSE
                               MOVE WSMonthsArrears
                                   TO BdMonthsArrears
                           END-IF
                           IF WSMonthsArrears > 0
                               MOVE "D" TO BdStatus
                           ELSE
                               MOVE "A" TO BdStatus
                           END-IF
                   END-EVALUATE
                   ADD 1 TO WSLoanCount
                   PERFORM SEND-DETAIL-RECORD
           END-READ.

       REPORT-OVERDRAFT-ACCOUNTS.
           MOVE "N" TO WSEOF
           OPEN INPUT CreditLimitFile
           IF WSLimitFileStatus = "00"
               PERFORM REPORT-ONE-OVERDRAFT UNTIL WSEOF = "Y"
               CLOSE CreditLimitFile
           END-IF.

       REPORT-ONE-OVERDRAFT.
      *>     A limit of zero grants no overdraft and is not a
      *>     credit facility the bureau wants to hear of.
           READ CreditLimitFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF CLLimitAmount < 0
                       PERFORM REPORT-THIS-OVERDRAFT
                   END-IF
           END-READ.

       REPORT-THIS-OVERDRAFT.
           MOVE CLCustomerID TO WSIdCustomer
           PERFORM FIND-ACCOUNT-IDENTITY
           MOVE 0 TO WSGrantDate
           IF CLGrantDate NUMERIC
               MOVE CLGrantDate TO WSGrantDate
           END-IF
           PERFORM START-DETAIL-RECORD
           MOVE "O" TO BdAccountType
           MOVE CLCustomerID TO BdAccountRef
           MOVE WSGrantDate TO BdOpenDate
           COMPUTE BdLimit = 0 - CLLimitAmount
           IF WSIdClosed = "Y"
               MOVE "S" TO BdStatus
           ELSE
               IF WSIdBalance < 0
                   COMPUTE BdBalance = 0 - WSIdBalance
               END-IF
               PERFORM FIND-EXCESS-MONTHS
               MOVE WSMonthsArrears TO BdMonthsArrears
               IF WSMonthsArrears > 0
                   MOVE "D" TO BdStatus
               ELSE
                   MOVE "A" TO BdStatus
               END-IF
           END-IF
           ADD 1 TO WSOverdraftCount
           PERFORM SEND-DETAIL-RECORD
           MOVE CLCustomerID TO LrCustomerID
           WRITE LastRunRecord
           PERFORM MARK-FACILITY-SEEN
               VARYING WSPvIdx FROM 1 BY 1
               UNTIL WSPvIdx > WSPvCount.

       FIND-EXCESS-MONTHS.
      *>     Excess days are business days; twenty-one of them
      *>     make a month, and any excess at all is at least one.
           MOVE 0 TO WSMonthsArrears
           PERFORM CHECK-ONE-EXCESS-ROW
               VARYING WSExIdx FROM 1 BY 1
               UNTIL WSExIdx > WSExCount.

       CHECK-ONE-EXCESS-ROW.
           IF WSExCustomer (WSExIdx) = CLCustomerID AND
              WSExDays (WSExIdx) > 0
               DIVIDE WSExDays (WSExIdx) BY 21
                   GIVING WSMonthsArrears
               IF WSMonthsArrears = 0
                   MOVE 1 TO WSMonthsArrears
               END-IF
               IF WSMonthsArrears > 99
                   MOVE 99 TO WSMonthsArrears
               END-IF
           END-IF.

       MARK-FACILITY-SEEN.
           IF WSPvCustomer (WSPvIdx) = CLCustomerID
               MOVE "Y" TO WSPvSeen (WSPvIdx)
           END-IF.

       REPORT-CLOSED-FACILITY.
      *>     A facility reported last month and gone from the
      *>     limits file since (removed, or the account closed)
      *>     is reported closed at a nil balance, once.
           IF WSPvSeen (WSPvIdx) = "N"
               MOVE WSPvCustomer (WSPvIdx) TO WSIdCustomer
               PERFORM FIND-ACCOUNT-IDENTITY
               PERFORM START-DETAIL-RECORD
               MOVE "O" TO BdAccountType
               MOVE WSPvCustomer (WSPvIdx) TO BdAccountRef
               MOVE "S" TO BdStatus
               ADD 1 TO WSClosedCount
               PERFORM SEND-DETAIL-RECORD
           END-IF.

       FIND-ACCOUNT-IDENTITY.
           MOVE "N" TO WSIdSeen
           MOVE "N" TO WSIdClosed
           MOVE 0 TO WSIdSSN
           MOVE SPACES TO WSIdFirstName
           MOVE SPACES TO WSIdLastName
           MOVE 0 TO WSIdBirthDate
           MOVE SPACES TO WSIdAddress
           MOVE 0 TO WSIdBalance
           MOVE 0 TO WSIdOwner
           MOVE WSIdCustomer TO IDNum
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WSIdSeen
                   MOVE CustBalance TO WSIdBalance
                   IF AcctClosed
                       MOVE "Y" TO WSIdClosed
                   END-IF
                   IF CustOwnerID NUMERIC
                       MOVE CustOwnerID TO WSIdOwner
                   END-IF
                   PERFORM TAKE-IDENTITY-FIELDS
           END-READ
           IF WSIdOwner > 0
               MOVE WSIdOwner TO IDNum
               READ CustomerFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM TAKE-IDENTITY-FIELDS
               END-READ
           END-IF.

       TAKE-IDENTITY-FIELDS.
           MOVE CustSSN TO WSIdSSN
           MOVE FirstName TO WSIdFirstName
           MOVE LastName TO WSIdLastName
           MOVE CustAddress TO WSIdAddress
           MOVE 0 TO WSIdBirthDate
           IF CustBirthDate NUMERIC
               COMPUTE WSIdBirthDate = (BirthYear * 10000)
                   + (BirthMonth * 100) + BirthDay
           END-IF.

       START-DETAIL-RECORD.
           MOVE SPACES TO BureauLine
           MOVE "D" TO BdRecordType
           MOVE WSPeriod TO BdPeriod
           MOVE WSIdSSN TO BdSSN
           MOVE WSIdLastName TO BdLastName
           MOVE WSIdFirstName TO BdFirstName
           MOVE WSIdBirthDate TO BdBirthDate
           MOVE WSIdAddress TO BdAddress
           MOVE 0 TO BdOpenDate
           MOVE 0 TO BdLimit
           MOVE 0 TO BdBalance
           MOVE 0 TO BdInstallment
           MOVE 0 TO BdMonthsArrears.

       SEND-DETAIL-RECORD.
      *>     The period's record always goes; an open reject for
      *>     the same account follows it as a correction for the
      *>     rejected period once the identity passes the edits.
           PERFORM EDIT-IDENTITY
           WRITE BureauLine
           ADD 1 TO WSDetailCount
           ADD BdBalance TO WSBalanceTotal
           IF WSEditReason NOT = SPACES
               ADD 1 TO WSEditCount
               PERFORM PRINT-EXCEPTION-LINE
           END-IF
           PERFORM RESEND-ONE-REJECT
               VARYING WSRjIdx FROM 1 BY 1
               UNTIL WSRjIdx > WSRjCount.

       EDIT-IDENTITY.
           MOVE SPACES TO WSEditReason
           EVALUATE TRUE
               WHEN WSIdSeen = "N"
                   MOVE "NOT ON CUSTOMER FILE" TO WSEditReason
               WHEN WSIdSSN = 0
                   MOVE "NO SSN" TO WSEditReason
               WHEN WSIdLastName = SPACES
                   MOVE "NO SURNAME" TO WSEditReason
               WHEN WSIdAddress = SPACES
                   MOVE "NO ADDRESS" TO WSEditReason
               WHEN OTHER
                   MOVE "V" TO WSDcAction
                   MOVE WSIdBirthDate TO WSDcDate1
                   CALL 'DATECALC' USING WSDcAction, WSDcDate1,
                       WSDcDate2, WSDcAmount, WSDcStatus
                   IF WSDcStatus NOT = 0
                       MOVE "BAD BIRTH DATE" TO WSEditReason
                   END-IF
           END-EVALUATE.

       RESEND-ONE-REJECT.
           IF WSRjType (WSRjIdx) = BdAccountType AND
              WSRjRef (WSRjIdx) = BdAccountRef AND
              WSRjStatus (WSRjIdx) = "O"
               MOVE "Y" TO WSRjMatched (WSRjIdx)
               IF WSEditReason = SPACES
                   MOVE "C" TO BdRecordType
                   MOVE WSRjPeriod (WSRjIdx) TO BdPeriod
                   WRITE BureauLine
                   ADD 1 TO WSDetailCount
                   ADD BdBalance TO WSBalanceTotal
                   MOVE "R" TO WSRjStatus (WSRjIdx)
                   MOVE WSBusinessDate TO WSRjResentDate (WSRjIdx)
                   ADD 1 TO WSResentCount
                   MOVE "D" TO BdRecordType
                   MOVE WSPeriod TO BdPeriod
               ELSE
                   ADD 1 TO WSHeldCount
                   MOVE SPACES TO WSRptLine
                   STRING BdAccountType DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       BdAccountRef DELIMITED BY SIZE
                       "  REJECT " DELIMITED BY SIZE
                       WSRjCode (WSRjIdx) DELIMITED BY SIZE
                       " OF " DELIMITED BY SIZE
                       WSRjPeriod (WSRjIdx) DELIMITED BY SIZE
                       " HELD - STILL " DELIMITED BY SIZE
                       WSEditReason DELIMITED BY SIZE
                       INTO WSRptLine
                   END-STRING
                   CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                       WSRptLine
               END-IF
           END-IF.

       REPORT-UNMATCHED-REJECT.
      *>     An open reject whose account was not reported at all
      *>     this month needs a person to look at it.
           IF WSRjStatus (WSRjIdx) = "O" AND
              WSRjMatched (WSRjIdx) = "N"
               ADD 1 TO WSHeldCount
               MOVE SPACES TO WSRptLine
               STRING WSRjType (WSRjIdx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSRjRef (WSRjIdx) DELIMITED BY SIZE
                   "  REJECT " DELIMITED BY SIZE
                   WSRjCode (WSRjIdx) DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   WSRjPeriod (WSRjIdx) DELIMITED BY SIZE
                   " HELD - ACCOUNT NOT FOUND" DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
           END-IF.

       PRINT-EXCEPTION-LINE.
           MOVE SPACES TO WSRptLine
           STRING BdAccountType DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BdAccountRef DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSIdCustomer DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSEditReason DELIMITED BY SIZE
               " - SENT, EXPECT A BUREAU REJECT" DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       WRITE-REJECT-REGISTER.
      *>     A register too big for the table is left as it was
      *>     rather than written back short.
           IF WSRjOverflow = "Y"
               DISPLAY "Reject register over 500 entries - "
                   "BureauRejects.dat not updated this run"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WSRjCount > 0
                   OPEN OUTPUT RejectFile
                   PERFORM WRITE-ONE-REJECT
                       VARYING WSRjIdx FROM 1 BY 1
                       UNTIL WSRjIdx > WSRjCount
                   CLOSE RejectFile
               END-IF
           END-IF.

       WRITE-ONE-REJECT.
           MOVE WSRjPeriod (WSRjIdx) TO BjPeriod
           MOVE WSRjType (WSRjIdx) TO BjAccountType
           MOVE WSRjRef (WSRjIdx) TO BjAccountRef
           MOVE WSRjCode (WSRjIdx) TO BjRejectCode
           MOVE WSRjText (WSRjIdx) TO BjRejectText
           MOVE WSRjReceived (WSRjIdx) TO BjReceivedDate
           MOVE WSRjStatus (WSRjIdx) TO BjStatus
           MOVE WSRjResentDate (WSRjIdx) TO BjResentDate
           WRITE BureauRejectRecord.
