           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportFileStatus.

           SELECT MonHitFile ASSIGN TO "MonitorHits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHitFileStatus.

           SELECT NewMonHitFile ASSIGN TO "MonitorHitsNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewHitFileStatus.

       data division.

       FILE SECTION.
       FD ReportFile.
       01 ReportLine PIC X(110).

       FD MonHitFile.
       01 MonHitLine.
           02 MonHitLineDate PIC 9(8).
           02 FILLER PIC X(70).

       FD NewMonHitFile.
       COPY MONHIT.

       WORKING-STORAGE SECTION.
       01 WSTranFileStatus PIC X(2) VALUE "00".
       01 WSParmFileStatus PIC X(2) VALUE "00".
       01 WSReportFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

      *>   The day's hits go onto MonitorHits.dat for the AML risk
      *>   rating - the date's earlier hits are dropped first so a
      *>   rerun replaces them instead of counting twice.
       01 WSHitFileStatus PIC X(2) VALUE "00".
       01 WSNewHitFileStatus PIC X(2) VALUE "00".
       01 WSHitEOF PIC A(1) VALUE "N".
       01 WSHitDate PIC 9(8) VALUE 0.

       01 WSControlDate.
           02 WSControlYear PIC 9(4).
           02 WSControlMonth PIC 99.
       01 WSPartyTable.
           02 WSPartyEntry OCCURS 200 TIMES INDEXED BY WSPartyIdx.
               03 WSPartyName PIC X(50).
               03 WSPartyID PIC 9(5).
               03 WSPartyTotal PIC S9(11)V99.
               03 WSPartyItems PIC 9(5).
       01 WSPartyCount PIC 999 VALUE 0.
      *>   of the day's items are grouped by sender and any party
      *>   whose several smaller items add up across the line is
      *>   flagged as possible structuring. Output goes to a dated
      *>   report file (MonitorYYYYMMDD.rpt) we retain, and every
      *>   item and party listed is filed on MonitorHits.dat under
      *>   the account behind it for the AML risk rating.
       PROCEDURE DIVISION.
       PERFORM LOAD-THRESHOLD-PARM
       PERFORM LOAD-TRANCODE-TABLE
       MOVE "ITEMS OVER THRESHOLD:" TO ReportLine
       WRITE ReportLine

       MOVE WSControlDate TO WSHitDate
       PERFORM KEEP-OTHER-DATES-HITS

       PERFORM CHECK-FOR-WORK-FILE
       IF WSUseWorkFile = "Y"
           OPEN INPUT DayTransFile
           IF WSTranFileStatus NOT = "00"
               DISPLAY "Transactions.dat could not be opened"
               CLOSE ReportFile
               CLOSE NewMonHitFile
               STOP RUN
           END-IF
           PERFORM MONITOR-ONE-TRANSACTION UNTIL WSEOF = "Y"
       END-STRING
       WRITE ReportLine
       CLOSE ReportFile
       CLOSE NewMonHitFile
       PERFORM SWAP-HIT-FILE-BACK

       DISPLAY "Monitoring report written to " WSReportFileName
       DISPLAY "ITEMS OVER THRESHOLD: " WSOverCount
               TranReceiver (1:30) DELIMITED BY SIZE
               INTO ReportLine
           END-STRING
           WRITE ReportLine
           MOVE SPACES TO MonitorHitRecord
           MOVE WSHitDate TO MhDate
           SET MhOverThreshold TO TRUE
           MOVE TranSenderID TO MhIDNum
           MOVE TranID TO MhTranID
           MOVE TranHomeAmount TO MhAmount
           MOVE 1 TO MhItems
           MOVE TranSender TO MhParty
           WRITE MonitorHitRecord.

       TALLY-PARTY-TOTAL.
           MOVE 0 TO WSPartySlot
                   MOVE WSPartyCount TO WSPartySlot
                   SET WSPartyIdx TO WSPartySlot
                   MOVE TranSender TO WSPartyName (WSPartyIdx)
                   MOVE 0 TO WSPartyID (WSPartyIdx)
                   MOVE 0 TO WSPartyTotal (WSPartyIdx)
                   MOVE 0 TO WSPartyItems (WSPartyIdx)
               END-IF
               SET WSPartyIdx TO WSPartySlot
               ADD TranHomeAmount TO WSPartyTotal (WSPartyIdx)
               ADD 1 TO WSPartyItems (WSPartyIdx)
               IF WSPartyID (WSPartyIdx) = 0
                   MOVE TranSenderID TO WSPartyID (WSPartyIdx)
               END-IF
           END-IF.

       CHECK-ONE-PARTY-SLOT.
                   INTO ReportLine
               END-STRING
               WRITE ReportLine
               MOVE SPACES TO MonitorHitRecord
               MOVE WSHitDate TO MhDate
               SET MhStructuring TO TRUE
               MOVE WSPartyID (WSPartyIdx) TO MhIDNum
               MOVE 0 TO MhTranID
               MOVE WSPartyTotal (WSPartyIdx) TO MhAmount
               MOVE WSPartyItems (WSPartyIdx) TO MhItems
               MOVE WSPartyName (WSPartyIdx) TO MhParty
               WRITE MonitorHitRecord
           END-IF.

       KEEP-OTHER-DATES-HITS.
           OPEN OUTPUT NewMonHitFile
           MOVE "N" TO WSHitEOF
           OPEN INPUT MonHitFile
           IF WSHitFileStatus = "00"
               PERFORM KEEP-ONE-HIT UNTIL WSHitEOF = "Y"
               CLOSE MonHitFile
           END-IF.

       KEEP-ONE-HIT.
           READ MonHitFile
               AT END MOVE "Y" TO WSHitEOF
               NOT AT END
                   IF MonHitLineDate NOT = WSHitDate
                       MOVE MonHitLine TO MonitorHitRecord
                       WRITE MonitorHitRecord
                   END-IF
           END-READ.

       SWAP-HIT-FILE-BACK.
           OPEN INPUT NewMonHitFile
           OPEN OUTPUT MonHitFile
           MOVE "N" TO WSHitEOF
           PERFORM COPY-BACK-ONE-HIT UNTIL WSHitEOF = "Y"
           CLOSE NewMonHitFile
           CLOSE MonHitFile.

       COPY-BACK-ONE-HIT.
           READ NewMonHitFile
               AT END MOVE "Y" TO WSHitEOF
               NOT AT END
                   MOVE MonitorHitRecord TO MonHitLine
                   WRITE MonHitLine
           END-READ.

       LOAD-TRANCODE-TABLE.
           MOVE 0 TO WSCodeCount
           MOVE "N" TO WSCodeEOF
