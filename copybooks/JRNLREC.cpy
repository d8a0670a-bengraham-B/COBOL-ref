           02 JrnDate PIC 9(8).
           02 JrnTime PIC 9(8).
           02 JrnOperator PIC X(8).
           02 JrnBeforeImage PIC X(139).
           02 JrnAfterImage PIC X(139).
