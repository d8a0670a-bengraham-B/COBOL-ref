       COPY GENCAT.

       FD GenerationFile.
       01 GenerationLine PIC X(139).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE "00".
