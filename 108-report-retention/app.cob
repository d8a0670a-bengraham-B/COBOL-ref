       COPY RPTCAT.

       FD NewCatalogFile.
       01 NewCatalogRecord PIC X(91).

       WORKING-STORAGE SECTION.
       01 WSCatalogStatus PIC X(2) VALUE "00".
