       COPY GENCAT.

       FD GenerationFile.
       01 GenerationLine PIC X(139).

       FD CustomerFile.
       COPY CUSTREC.
      *>   a straight move into today's record garbles everything
      *>   from the balance on. The work area below re-parses the
      *>   old shape; a line that fits neither shape is refused.
       01 WSOldLineWork PIC X(139) VALUE SPACES.
       01 WSOldLineParts REDEFINES WSOldLineWork.
           02 WSOldCommonPart PIC X(95).
           02 WSOldBalance PIC S9999V99.
