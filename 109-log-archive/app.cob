
       FILE SECTION.
       FD LiveLogFile.
       01 LiveLogLine PIC X(313).

       FD NewLogFile.
       01 NewLogLine PIC X(313).

       FD ArchiveOutFile.
       01 ArchiveOutLine PIC X(313).

       FD CatalogFile.
       COPY LOGCAT.
