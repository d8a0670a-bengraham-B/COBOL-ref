           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRegFileStatus.

           SELECT PayeeFile ASSIGN TO "Payees.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPayeeFileStatus.

           SELECT ParmFile ASSIGN TO "SettleParm.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSParmFileStatus.

       data division.

       FILE SECTION.
       FD SettleRegFile.
       COPY SETTLREG.

       FD PayeeFile.
       COPY PAYEEREC.

      *> Optional - the clearing house settlement window this
      *> extract goes in; without it the extract goes in window 1.
       FD ParmFile.
       01 ParmRecord.
           02 ParmWindow PIC 99.

      *> Fixed-layout settlement records - "H" header, "D" item,
      *> "T" trailer with count and amount, hash-totaled the way
      *> Customer.ctl proves the customer file. The header names
      *> the settlement window and each item its receiving
      *> institution, so the clearing house can route and net it.
       FD SettlementFile.
       01 SettlementLine PIC X(120).
       01 SettlementHeader REDEFINES SettlementLine.
           02 SHRecordType PIC X(1).
           02 SHFileDate PIC 9(8).
           02 SHOriginBank PIC X(8).
           02 SHWindow PIC 99.
           02 FILLER PIC X(101).
       01 SettlementDetail REDEFINES SettlementLine.
           02 SDRecordType PIC X(1).
           02 SDTranID PIC 9(16).
           02 SDCurrency PIC X(3).
           02 SDSenderName PIC X(40).
           02 SDReceiverName PIC X(40).
           02 SDInstitution PIC X(8).
           02 FILLER PIC X(8).
       01 SettlementTrailer REDEFINES SettlementLine.
           02 STRecordType PIC X(1).
           02 STItemCount PIC 9(7).

       01 WSSuspFileStatus PIC X(2) VALUE "00".
       01 WSRegFileStatus PIC X(2) VALUE "00".
       01 WSPayeeFileStatus PIC X(2) VALUE "00".
       01 WSParmFileStatus PIC X(2) VALUE "00".

      *>   Settlement window and the receiving institution of the
      *>   item in hand - the external payee the sender pays under
      *>   that name; an item with no such payee (a typed name, a
      *>   suspense item) goes with a blank institution.
       01 WSSettleWindow PIC 99 VALUE 1.
       01 WSItemInstitution PIC X(8) VALUE SPACES.
       01 WSPayeeEOF PIC A(1) VALUE "N".
       01 WSNoInstitution PIC 9(5) VALUE 0.

      *>   Transfer IDs with an OPEN suspense item - those legs stay
      *>   home until the work queue resolves them, or a reversal
      *>   sign-off.
       PROCEDURE DIVISION.
       CALL 'BUSDATE' USING WSRunDate
       PERFORM CHECK-FOR-PARAMETER-FILE
       MOVE SPACES TO WSSettleFileName
       STRING "SettleOut" DELIMITED BY SIZE
           WSRunDate DELIMITED BY SIZE
       MOVE "H" TO SHRecordType
       MOVE WSRunDate TO SHFileDate
       MOVE "OURBANK" TO SHOriginBank
       MOVE WSSettleWindow TO SHWindow
       WRITE SettlementLine

       PERFORM EXTRACT-ONE-TRANSACTION UNTIL WSEOF = "Y"
       DISPLAY "OUTBOUND SETTLEMENT EXTRACT " WSSettleFileName
       DISPLAY "ITEMS EXTRACTED: " WSItemCount
       DISPLAY "HELD BACK (OPEN SUSPENSE ITEM): " WSHeldBackCount
       DISPLAY "SETTLEMENT WINDOW: " WSSettleWindow
       IF WSNoInstitution > 0
           DISPLAY "ITEMS WITH NO RECEIVING INSTITUTION: "
               WSNoInstitution
       END-IF
       DISPLAY "SETTLEMENT TOTAL: " WSAmountTotal
       DISPLAY "HASH TOTAL: " WSHashTotal
       DISPLAY "(sign off against the receiving institution's "

       STOP RUN.

       CHECK-FOR-PARAMETER-FILE.
           OPEN INPUT ParmFile
           IF WSParmFileStatus = "00"
               READ ParmFile
                   AT END CONTINUE
                   NOT AT END
                       IF ParmWindow IS NUMERIC AND ParmWindow > 0
                           MOVE ParmWindow TO WSSettleWindow
                       END-IF
               END-READ
               CLOSE ParmFile
           END-IF.

       EXTRACT-ONE-TRANSACTION.
      *>     The keyed ledger rewrites the extracted mark in place -
      *>     the whole-file copy-swap went with the line-sequential
                   END-IF
           END-READ.

       FIND-RECEIVING-INSTITUTION.
           MOVE SPACES TO WSItemInstitution
           MOVE "N" TO WSPayeeEOF
           OPEN INPUT PayeeFile
           IF WSPayeeFileStatus = "00"
               PERFORM CHECK-ONE-PAYEE
                   UNTIL WSPayeeEOF = "Y" OR
                       WSItemInstitution NOT = SPACES
               CLOSE PayeeFile
           END-IF
           IF WSItemInstitution = SPACES
               ADD 1 TO WSNoInstitution
           END-IF.

       CHECK-ONE-PAYEE.
           READ PayeeFile
               AT END MOVE "Y" TO WSPayeeEOF
               NOT AT END
                   IF PayExternal AND
                      PayCustomerID = TranSenderID AND
                      PayName = TranReceiver
                       MOVE PayInstitution TO WSItemInstitution
                   END-IF
           END-READ.

       WRITE-SETTLEMENT-DETAIL.
           PERFORM FIND-RECEIVING-INSTITUTION
           MOVE SPACES TO SettlementLine
           MOVE "D" TO SDRecordType
           MOVE TranID TO SDTranID
           MOVE TranCurrency TO SDCurrency
           MOVE TranSender (1:40) TO SDSenderName
           MOVE TranReceiver (1:40) TO SDReceiverName
           MOVE WSItemInstitution TO SDInstitution
           WRITE SettlementLine
           ADD 1 TO WSItemCount
           ADD TranAmount TO WSAmountTotal
           MOVE TranSenderID TO SRSenderID
           SET SRExtracted TO TRUE
           MOVE 0 TO SRResponseDate
           MOVE WSItemInstitution TO SRInstitution
           MOVE WSSettleWindow TO SRWindow
           OPEN EXTEND SettleRegFile
           IF WSRegFileStatus NOT = "00"
               OPEN OUTPUT SettleRegFile
