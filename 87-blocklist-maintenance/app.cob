       COPY BLOCKREC.

       FD NewBlocklistFile.
       01 NewBlocklistRecord PIC X(71).

       FD BlockAuditFile.
       01 BlockAuditRecord.
               MOVE WSSoundexCode TO BlkSoundex
               MOVE WSNewReference TO BlkReference
               SET BlkActive TO TRUE
               ACCEPT BlkAddedDate FROM DATE YYYYMMDD
               MOVE 0 TO BlkScreenedDate
               OPEN EXTEND BlocklistFile
               IF WSBlockFileStatus NOT = "00"
                   OPEN OUTPUT BlocklistFile
               PERFORM WRITE-BLOCK-AUDIT
               DISPLAY "Blocked: " WSNewName " (soundex "
                   WSSoundexCode ")"
               DISPLAY "Existing customers, relations and payees are "
                   "rescreened against it tonight"
           END-IF.

       CODE-SURNAME-SOUNDEX.
