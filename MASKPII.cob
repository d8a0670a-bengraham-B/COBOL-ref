      * Shared masking routine for personal identifiers, called
      * wherever a customer's SSN or birth date is displayed or
      * printed. Anyone but an operator in the compliance role sees
      * only the last four SSN digits and the birth year; reports
      * and batch runs pass no role and always come out masked.
      * A compliance operator sees the full values, and every such
      * unmasked view is appended to SecurityLog.dat with the
      * operator, the calling program and the IDNum looked at.
      *
      * LSSNOut    AAA-GG-SSSS, or ***-**-SSSS masked
      * LBirthOut  MM/DD/YYYY, or **/**/YYYY masked
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKPII.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SecurityLogFile ASSIGN TO "SecurityLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSecLogFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SecurityLogFile.
       COPY SECLOG.

       WORKING-STORAGE SECTION.
       01 WSSecLogFileStatus PIC X(2) VALUE "00".

       LINKAGE SECTION.
             01 LRole PIC X(1).
                 88 LRoleMayUnmask VALUE "C".
             01 LOperatorID PIC X(8).
             01 LProgram PIC X(8).
             01 LIDNum PIC 9(5).
             01 LSSN.
                 02 LSSArea PIC 9(3).
                 02 LSSGroup PIC 9(2).
                 02 LSSSerial PIC 9(4).
             01 LBirthDate.
                 02 LBirthMonth PIC 99.
                 02 LBirthDay PIC 99.
                 02 LBirthYear PIC 9(4).
             01 LSSNOut PIC X(11).
             01 LBirthOut PIC X(10).

       PROCEDURE DIVISION USING LRole, LOperatorID, LProgram,
           LIDNum, LSSN, LBirthDate, LSSNOut, LBirthOut.
             MOVE SPACES TO LSSNOut
             MOVE SPACES TO LBirthOut
             IF LRoleMayUnmask
                 STRING LSSArea "-" LSSGroup "-" LSSSerial
                     DELIMITED BY SIZE INTO LSSNOut
                 STRING LBirthMonth "/" LBirthDay "/" LBirthYear
                     DELIMITED BY SIZE INTO LBirthOut
                 PERFORM LOG-UNMASKED-VIEW
             ELSE
                 STRING "***-**-" LSSSerial
                     DELIMITED BY SIZE INTO LSSNOut
                 STRING "**/**/" LBirthYear
                     DELIMITED BY SIZE INTO LBirthOut
             END-IF.

       EXIT PROGRAM.

       LOG-UNMASKED-VIEW.
             ACCEPT SecDate FROM DATE YYYYMMDD
             ACCEPT SecTime FROM TIME
             MOVE LOperatorID TO SecOperatorID
             MOVE LProgram TO SecProgram
             SET SecUnmaskedView TO TRUE
             MOVE SPACES TO SecActionBy
             MOVE LIDNum TO SecIDNum
             OPEN EXTEND SecurityLogFile
             IF WSSecLogFileStatus NOT = "00"
                 OPEN OUTPUT SecurityLogFile
             END-IF
             WRITE SecurityLogRecord
             CLOSE SecurityLogFile.
