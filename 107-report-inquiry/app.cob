
       01 WSSearchName PIC X(30) VALUE SPACES.
       01 WSSearchDate PIC 9(8) VALUE 0.
       01 WSSearchBranch PIC X(4) VALUE SPACES.
       01 WSMatchCount PIC 9(5) VALUE 0.
       01 WSArchiveName PIC X(44) VALUE SPACES.
       01 WSTargetArchive PIC X(44) VALUE SPACES.
      *>   Report catalog inquiry - finds any report RPTWRITE ever
      *>   cataloged by name and business date and reprints the
      *>   dated archive copy, so "the TELLRPT from the 14th" is
      *>   an answer instead of a shrug. A report split by branch
      *>   is found under its own name with each branch's part
      *>   listed beside the whole-bank copy, so one branch's copy
      *>   can be reprinted on its own.
       PROCEDURE DIVISION.
       PERFORM RUN-ONE-INQ-MODE UNTIL WSModeExit.

           ACCEPT WSSearchName
           DISPLAY "Business date (0 for any): " WITH NO ADVANCING
           ACCEPT WSSearchDate
           DISPLAY "Branch (blank for any): " WITH NO ADVANCING
           ACCEPT WSSearchBranch
           MOVE 0 TO WSMatchCount
           MOVE "N" TO WSEOF
           OPEN INPUT ReportCatalogFile
           IF WSCatalogStatus NOT = "00"
               DISPLAY "No report catalog on file yet"
           ELSE
               DISPLAY "DATE      PAGES  ST  BRCH  ARCHIVE COPY"
               PERFORM SHOW-ONE-CATALOG-ROW UNTIL WSEOF = "Y"
               CLOSE ReportCatalogFile
               DISPLAY "Reports found: " WSMatchCount
                   IF (WSSearchName = SPACES OR
                       RcName = WSSearchName) AND
                      (WSSearchDate = 0 OR
                       RcBusinessDate = WSSearchDate) AND
                      (WSSearchBranch = SPACES OR
                       RcBranch = WSSearchBranch)
                       ADD 1 TO WSMatchCount
                       DISPLAY RcBusinessDate "  " RcPageCount
                           "    " RcPurgedFlag "   " RcBranch
                           "  " RcArchiveName
                   END-IF
           END-READ.

