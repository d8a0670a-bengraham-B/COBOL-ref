      *         and catalog it (ReportCat.dat) so an auditor can
      *         still find the TELLRPT from the 14th after the
      *         next run overwrites the working copy
      *   "B" - mark the report just opened as one branch's part of
      *         another: LName the report it was cut from, LLine
      *         the branch (first four bytes), so the catalog entry
      *         is made under that report name and branch
      *   "P" - start a new page at the next detail line, for a
      *         report that prints one document per page (the
      *         transcripts print one student to a page)
      * State is held in working storage between calls, so one
      * report at a time per run unit - which is how every report
      * program here works.
       WORKING-STORAGE SECTION.
       01 WSReportFileStatus PIC X(2) VALUE "00".
       01 WSFileName PIC X(30) VALUE SPACES.
       01 WSCatalogName PIC X(30) VALUE SPACES.
       01 WSBranch PIC X(4) VALUE SPACES.
       01 WSTitle PIC X(60) VALUE SPACES.
       01 WSHeadingLine PIC X(100) VALUE SPACES.
       01 WSHaveHeading PIC X(1) VALUE "N".
                 WHEN "H" PERFORM SET-HEADING
                 WHEN "D" PERFORM WRITE-DETAIL
                 WHEN "C" PERFORM CLOSE-REPORT
                 WHEN "B" PERFORM SET-BRANCH-PART
                 WHEN "P" PERFORM FORCE-NEW-PAGE
                 WHEN OTHER CONTINUE
             END-EVALUATE.


       OPEN-REPORT.
             MOVE LName TO WSFileName
             MOVE LName TO WSCatalogName
             MOVE SPACES TO WSBranch
             MOVE LLine TO WSTitle
             MOVE SPACES TO WSHeadingLine
             MOVE "N" TO WSHaveHeading
             MOVE LLine TO WSHeadingLine
             MOVE "Y" TO WSHaveHeading.

       SET-BRANCH-PART.
             MOVE LName TO WSCatalogName
             MOVE LLine (1:4) TO WSBranch.

       FORCE-NEW-PAGE.
             MOVE 99 TO WSLineCount.

       WRITE-DETAIL.
             IF WSLineCount >= WSLinesPerPage
                 PERFORM WRITE-PAGE-HEADER
             END-READ.

       WRITE-CATALOG-ENTRY.
             MOVE WSCatalogName TO RcName
             MOVE WSArchiveName TO RcArchiveName
             MOVE WSRunDate TO RcBusinessDate
             MOVE WSPageNum TO RcPageCount
             MOVE SPACE TO RcPurgedFlag
             MOVE WSBranch TO RcBranch
             MOVE SPACE TO RcBurstFlag
             OPEN EXTEND ReportCatalogFile
             IF WSCatalogStatus NOT = "00"
                 OPEN OUTPUT ReportCatalogFile
