       WRITE-ONE-ALERT.
           MOVE WSBusinessDate TO AlertDate
           MOVE WSCheckID TO AlertCustomerID
      *>     Returned post - the alert still reaches the portal, but
      *>     the mail house holds it back.
           IF CustAddrUnverified
               MOVE "Y" TO AlertMailHold
           ELSE
               MOVE "N" TO AlertMailHold
           END-IF
           OPEN EXTEND AlertFile
           IF WSAlertFileStatus NOT = "00"
               OPEN OUTPUT AlertFile
