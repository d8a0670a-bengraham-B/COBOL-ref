       COPY CUSTREC.

       FD ArchiveFile.
       01 ArchiveLine PIC X(139).

       FD CustomerControlFile.
       COPY CUSTCTL.
