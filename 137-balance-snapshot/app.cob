       >> SOURCE FORMAT FREE
       identification division.
       program-id. BALSNAP.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT BalHistFile ASSIGN TO "BalHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BhKey
           FILE STATUS IS WSHistFileStatus.

           SELECT HoldFile ASSIGN TO "Holds.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHoldFileStatus.

       data division.

       FILE SECTION.
       FD CustomerFile.
       COPY CUSTREC.

       FD BalHistFile.
       COPY BALHIST.

       FD HoldFile.
       COPY HOLDREC.

       WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSHistFileStatus PIC X(2) VALUE "00".
       01 WSHoldFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSHoldEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.

      *>   Run-control hookup - a restarted stream skips this step
      *>   when it already completed clean for the business date.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "BALSNAP ".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

      *>   Unreleased holds summed per account in one pass of
      *>   Holds.dat; an account past the table's end is summed
      *>   by its own pass instead.
       01 WSHoldTable.
           02 WSHoldEntry OCCURS 1000 TIMES
               INDEXED BY WSHoldIdx.
               03 WSHoldID PIC 9(5).
               03 WSHoldSum PIC S9(9)V99.
       01 WSHoldCount PIC 9(4) VALUE 0.
       01 WSHoldTableFull PIC A(1) VALUE "N".
       01 WSHoldSlot PIC 9(4) VALUE 0.
       01 WSHoldCheckID PIC 9(5) VALUE 0.
       01 WSHeldTotal PIC S9(9)V99 VALUE 0.

       01 WSSnapCount PIC 9(7) VALUE 0.
       01 WSReplacedCount PIC 9(7) VALUE 0.
       01 WSClosedSkipped PIC 9(7) VALUE 0.
       01 WSLedgerTotal PIC S9(13)V99 VALUE 0.

      *>   Close-of-business balance snapshot - runs after every
      *>   posting and proving step and just before EODROLL moves
      *>   the business date on, and files each open account's
      *>   ledger and available balance under tonight's date on
      *>   BalHistory.dat. The as-of balance inquiry, the average
      *>   daily balance run and anything else that needs a past
      *>   balance reads it instead of replaying the ledger. A
      *>   rerun for the same date replaces that date's records,
      *>   so a restarted stream never doubles them.
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

       OPEN INPUT CustomerFile
       IF WSCustFileStatus NOT = "00"
           DISPLAY "Customer.dat could not be opened - "
               "no balance snapshot taken"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN I-O BalHistFile
       IF WSHistFileStatus NOT = "00"
           OPEN OUTPUT BalHistFile
       END-IF
       IF WSHistFileStatus NOT = "00"
           DISPLAY "BalHistory.dat could not be opened - "
               "no balance snapshot taken"
           CLOSE CustomerFile
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM LOAD-HOLD-TOTALS
       PERFORM SNAP-ONE-ACCOUNT UNTIL WSEOF = "Y"
       CLOSE CustomerFile
       CLOSE BalHistFile

       MOVE WSSnapCount TO WSRunCount
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       DISPLAY SPACES
       DISPLAY "BALANCE SNAPSHOT FOR " WSBusinessDate
       DISPLAY "ACCOUNTS SNAPPED:  " WSSnapCount
       DISPLAY "REPLACED ON RERUN: " WSReplacedCount
       DISPLAY "CLOSED, SKIPPED:   " WSClosedSkipped
       DISPLAY "LEDGER FOOTING:    " WSLedgerTotal.

       STOP RUN.

       SNAP-ONE-ACCOUNT.
           READ CustomerFile NEXT
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF AcctClosed
                       ADD 1 TO WSClosedSkipped
                   ELSE
                       PERFORM WRITE-ONE-SNAPSHOT
                   END-IF
           END-READ.

       WRITE-ONE-SNAPSHOT.
           MOVE IDNum TO WSHoldCheckID
           PERFORM FIND-ACCOUNT-HOLDS
           MOVE IDNum TO BhIDNum
           MOVE WSBusinessDate TO BhDate
           MOVE CustBalance TO BhLedgerBalance
           COMPUTE BhAvailBalance = CustBalance - WSHeldTotal
           MOVE CustCurrency TO BhCurrency
           IF BhCurrency = SPACES
               MOVE "ZAR" TO BhCurrency
           END-IF
           MOVE CustBranch TO BhBranch
           IF BhBranch = SPACES
               MOVE "HO" TO BhBranch
           END-IF
           MOVE CustProductCode TO BhProductCode
           ADD 1 TO WSSnapCount
           ADD CustBalance TO WSLedgerTotal
           WRITE BalHistRecord
               INVALID KEY
                   REWRITE BalHistRecord
                       INVALID KEY
                           DISPLAY "Unable to file snapshot for "
                               BhIDNum
                   END-REWRITE
                   ADD 1 TO WSReplacedCount
           END-WRITE.

       LOAD-HOLD-TOTALS.
           MOVE 0 TO WSHoldCount
           MOVE "N" TO WSHoldTableFull
           MOVE "N" TO WSHoldEOF
           OPEN INPUT HoldFile
           IF WSHoldFileStatus = "00"
               PERFORM LOAD-ONE-HOLD UNTIL WSHoldEOF = "Y"
               CLOSE HoldFile
           END-IF.

       LOAD-ONE-HOLD.
           READ HoldFile
               AT END MOVE "Y" TO WSHoldEOF
               NOT AT END
                   IF HoldHeld
                       MOVE HoldIDNum TO WSHoldCheckID
                       PERFORM FIND-HOLD-SLOT
                       IF WSHoldSlot > 0
                           SET WSHoldIdx TO WSHoldSlot
                           ADD HoldAmount TO WSHoldSum (WSHoldIdx)
                       END-IF
                   END-IF
           END-READ.

       FIND-HOLD-SLOT.
           MOVE 0 TO WSHoldSlot
           PERFORM CHECK-ONE-HOLD-SLOT
               VARYING WSHoldIdx FROM 1 BY 1
               UNTIL WSHoldIdx > WSHoldCount
               OR WSHoldSlot > 0
           IF WSHoldSlot = 0
               IF WSHoldCount >= 1000
                   IF WSHoldTableFull = "N"
                       DISPLAY "Hold table full at 1000 accounts - "
                           "the rest are summed one by one"
                       MOVE "Y" TO WSHoldTableFull
                   END-IF
               ELSE
                   ADD 1 TO WSHoldCount
                   MOVE WSHoldCount TO WSHoldSlot
                   SET WSHoldIdx TO WSHoldSlot
                   MOVE WSHoldCheckID TO WSHoldID (WSHoldIdx)
                   MOVE 0 TO WSHoldSum (WSHoldIdx)
               END-IF
           END-IF.

       CHECK-ONE-HOLD-SLOT.
           IF WSHoldID (WSHoldIdx) = WSHoldCheckID
               MOVE WSHoldIdx TO WSHoldSlot
           END-IF.

       FIND-ACCOUNT-HOLDS.
           MOVE 0 TO WSHeldTotal
           MOVE 0 TO WSHoldSlot
           PERFORM CHECK-ONE-HOLD-SLOT
               VARYING WSHoldIdx FROM 1 BY 1
               UNTIL WSHoldIdx > WSHoldCount
               OR WSHoldSlot > 0
           IF WSHoldSlot > 0
               SET WSHoldIdx TO WSHoldSlot
               MOVE WSHoldSum (WSHoldIdx) TO WSHeldTotal
           ELSE
               IF WSHoldTableFull = "Y"
                   PERFORM SUM-HOLDS-FROM-FILE
               END-IF
           END-IF.

       SUM-HOLDS-FROM-FILE.
           MOVE "N" TO WSHoldEOF
           OPEN INPUT HoldFile
           IF WSHoldFileStatus = "00"
               PERFORM ADD-ONE-FILE-HOLD UNTIL WSHoldEOF = "Y"
               CLOSE HoldFile
           END-IF.

       ADD-ONE-FILE-HOLD.
           READ HoldFile
               AT END MOVE "Y" TO WSHoldEOF
               NOT AT END
                   IF HoldIDNum = WSHoldCheckID AND HoldHeld
                       ADD HoldAmount TO WSHeldTotal
                   END-IF
           END-READ.
