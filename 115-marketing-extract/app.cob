       01 WSSupMinor PIC 9(5) VALUE 0.
       01 WSSupOptOut PIC 9(5) VALUE 0.
       01 WSSupSecondary PIC 9(5) VALUE 0.
       01 WSSupMailHold PIC 9(5) VALUE 0.
       01 WSNotSelected PIC 9(5) VALUE 0.

       01 WSHolderAge PIC S9(3) VALUE 0.
      *>   filter by product, balance band, branch and age, format
      *>   names through FMTNAME with the address into a mail-house
      *>   layout, and suppress closed, dormant, estate and minor
      *>   accounts, secondary accounts (one mailing per identity),
      *>   customers whose mail is on hold after returned post,
      *>   and everyone on the do-not-contact list - with a count
      *>   report of who was selected and why the rest were not.
       PROCEDURE DIVISION.
       DISPLAY "SUPPRESSED - MINOR:     " WSSupMinor
       DISPLAY "SUPPRESSED - OPT-OUT:   " WSSupOptOut
       DISPLAY "SUPPRESSED - SECONDARY: " WSSupSecondary
       DISPLAY "SUPPRESSED - MAIL HOLD: " WSSupMailHold
       DISPLAY "Extract written to MailExtract.dat".

       STOP RUN.
               WHEN WSHolderAge < 18 AND WSHolderAge > 0
                   ADD 1 TO WSSupMinor
                   MOVE "Y" TO WSIsSuppressed
               WHEN CustAddrUnverified
                   ADD 1 TO WSSupMailHold
                   MOVE "Y" TO WSIsSuppressed
           END-EVALUATE
           IF WSIsSuppressed = "N"
               PERFORM CHECK-ESTATE-SUPPRESSION
