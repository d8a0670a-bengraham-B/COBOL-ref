           RECORD KEY IS XrefSSN
           FILE STATUS IS WSXrefFileStatus.

           SELECT EntityFile ASSIGN TO "Entities.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EntIDNum
           FILE STATUS IS WSEntFileStatus.

           SELECT RegXrefFile ASSIGN TO "RegXref.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS XrefRegNumber
           FILE STATUS IS WSRegXrefStatus.

       data division.

       FILE SECTION.
       FD SsnXrefFile.
       COPY SSNXREC.

       FD EntityFile.
       COPY ENTREC.

       FD RegXrefFile.
       COPY REGXREC.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE "00".
       01 WSXrefFileStatus PIC X(2) VALUE "00".
       01 WSEntFileStatus PIC X(2) VALUE "00".
       01 WSRegXrefStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSBuiltCount PIC 9(5) VALUE 0.
       01 WSDupCount PIC 9(5) VALUE 0.
       01 WSRegBuiltCount PIC 9(5) VALUE 0.
       01 WSRegDupCount PIC 9(5) VALUE 0.
       01 WSSuspenseID PIC 9(5) VALUE 99999.

      *>   Duplicate SSNs are listed last four digits only - the
      *>   IDNums are what the follow-up works from.
       01 WSMaskRole PIC X(1) VALUE SPACE.
       01 WSMaskOperator PIC X(8) VALUE SPACES.
       01 WSMaskProgram PIC X(8) VALUE "SSNBUILD".
       01 WSSSNOut PIC X(11) VALUE SPACES.
       01 WSBirthOut PIC X(10) VALUE SPACES.

      *>   One-time SSN cross-reference build - scans Customer.dat,
      *>   writes one SsnXref.dat entry per SSN, and reports every
      *>   SSN already carried by an earlier customer so the
      *>   existing duplicates are known the day uniqueness starts
      *>   being enforced. The registration-number xref for legal
      *>   entities is rebuilt from Entities.dat the same way.
      *>   Rerunnable: both xrefs are rebuilt fresh each time.
       PROCEDURE DIVISION.
       OPEN OUTPUT SsnXrefFile
       CLOSE SsnXrefFile

       DISPLAY SPACES
       DISPLAY "XREF ENTRIES BUILT: " WSBuiltCount
       DISPLAY "DUPLICATE SSNS FOUND: " WSDupCount

       PERFORM BUILD-REG-XREF.

       STOP RUN.

      *>             The suspense account's zero SSN is a system
      *>             artifact, not a customer identity; a secondary
      *>             account carries its owner's identity, so only
      *>             the identity record goes on the xref. A legal
      *>             entity has no SSN - its registration number is
      *>             carried on the registration xref instead.
                   IF IDNum NOT = WSSuspenseID AND
                       NOT CustLegalEntity AND
                       NOT (CustOwnerID IS NUMERIC AND
                            CustOwnerID > 0)
                       MOVE CustSSN TO XrefSSN

       REPORT-ONE-DUPLICATE.
           ADD 1 TO WSDupCount
           CALL 'MASKPII' USING WSMaskRole, WSMaskOperator,
               WSMaskProgram, IDNum, CustSSN, CustBirthDate,
               WSSSNOut, WSBirthOut
           MOVE CustSSN TO XrefSSN
           READ SsnXrefFile
               INVALID KEY
                   DISPLAY "SSN " WSSSNOut " duplicated by customer "
                       IDNum
               NOT INVALID KEY
                   DISPLAY "SSN " WSSSNOut " on customers "
                       XrefIDNum " and " IDNum
           END-READ.

       BUILD-REG-XREF.
           OPEN INPUT EntityFile
           IF WSEntFileStatus NOT = "00"
               DISPLAY "No Entities.dat - registration xref not built"
           ELSE
               OPEN OUTPUT RegXrefFile
               CLOSE RegXrefFile
               OPEN I-O RegXrefFile
               DISPLAY SPACES
               DISPLAY "EXISTING DUPLICATE REGISTRATION NUMBERS:"
               MOVE "N" TO WSEOF
               PERFORM BUILD-ONE-REG-XREF UNTIL WSEOF = "Y"
               CLOSE EntityFile
               CLOSE RegXrefFile
               DISPLAY SPACES
               DISPLAY "REGISTRATION XREF ENTRIES BUILT: "
                   WSRegBuiltCount
               DISPLAY "DUPLICATE REGISTRATION NUMBERS FOUND: "
                   WSRegDupCount
           END-IF.

       BUILD-ONE-REG-XREF.
           READ EntityFile NEXT
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE EntRegNumber TO XrefRegNumber
                   MOVE EntIDNum TO XrefRegIDNum
                   WRITE RegXrefRecord
                       INVALID KEY
                           PERFORM REPORT-ONE-REG-DUPLICATE
                       NOT INVALID KEY
                           ADD 1 TO WSRegBuiltCount
                   END-WRITE
           END-READ.

       REPORT-ONE-REG-DUPLICATE.
           ADD 1 TO WSRegDupCount
           MOVE EntRegNumber TO XrefRegNumber
           READ RegXrefFile
               INVALID KEY
                   DISPLAY "Registration " EntRegNumber
                       " duplicated by entity " EntIDNum
               NOT INVALID KEY
                   DISPLAY "Registration " EntRegNumber
                       " on entities " XrefRegIDNum " and " EntIDNum
           END-READ.
