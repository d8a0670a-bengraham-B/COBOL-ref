      * Shared letter request routine, called like RPTWRITE is. Any
      * program that has something to tell a customer in writing -
      * an overdraft excess, a dormancy warning, a closure, a KYC
      * document running out - fills a LetterRequestRecord from
      * the LTRREQ copybook with the customer, the template code
      * and the values to merge, and passes it here. The request
      * is stamped with the business date, marked waiting and
      * appended to LetterRequests.dat for the nightly letter run,
      * so no program has to hold the wording of its own letters.
      *
      * LStatus 0 - request queued
      *          1 - no customer or template code, nothing queued
      *          2 - LetterRequests.dat could not be written
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LTRQUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LetterRequestFile ASSIGN TO "LetterRequests.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReqFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD LetterRequestFile.
       COPY LTRREQ.

       WORKING-STORAGE SECTION.
       01 WSReqFileStatus PIC X(2) VALUE "00".
       01 WSBusinessDate PIC 9(8) VALUE 0.

       LINKAGE SECTION.
             01 LRequest PIC X(98).
             01 LStatus PIC 99.

       PROCEDURE DIVISION USING LRequest, LStatus.
             MOVE 0 TO LStatus
             MOVE LRequest TO LetterRequestRecord
             IF LqIDNum NOT NUMERIC OR LqIDNum = 0
                OR LqLetterCode = SPACES
                 MOVE 1 TO LStatus
             ELSE
                 CALL 'BUSDATE' USING WSBusinessDate
                 MOVE WSBusinessDate TO LqRequestDate
                 SET LqPending TO TRUE
                 MOVE 0 TO LqPrintDate
                 OPEN EXTEND LetterRequestFile
                 IF WSReqFileStatus NOT = "00"
                     OPEN OUTPUT LetterRequestFile
                 END-IF
                 IF WSReqFileStatus NOT = "00"
                     MOVE 2 TO LStatus
                 ELSE
                     WRITE LetterRequestRecord
                     CLOSE LetterRequestFile
                 END-IF
             END-IF.

       EXIT PROGRAM.
