      *> ---------------------------------------------------------
      *> SARCASE.cpy
      *> Suspicious activity case - one entry per investigation
      *> compliance opens from a monitoring hit (MonitorHits.dat)
      *> or a standing blocklist screening hit (the SCREEN item on
      *> PendingApprovals.dat). A case moves open -> escalated ->
      *> filed, or is closed with no action from open or
      *> escalated. ScDueDate is the deadline the current status
      *> runs against - the decision on an open case, the filing
      *> with the financial intelligence unit on an escalated
      *> one. A filed case is picked up by the overnight report
      *> run, which stamps ScReportedDate when it writes the
      *> case to the suspicious-transaction report file. The
      *> transactions and customers a case covers are on
      *> SarLinks.dat, the investigator's notes on SarNotes.dat.
      *> None of the three is read by any teller program.
      *> ---------------------------------------------------------
       01 SarCaseRecord.
           02 ScNumber PIC 9(7).
           02 ScOpenDate PIC 9(8).
           02 ScOpenedBy PIC X(8).
           02 ScSource PIC X(1).
               88 ScFromMonitor VALUE "M".
               88 ScFromScreen VALUE "S".
      *> Monitoring hit date, or the screening item number.
           02 ScSourceDate PIC 9(8).
           02 ScSourceItem PIC 9(7).
           02 ScSubjectID PIC 9(5).
           02 ScSubjectName PIC X(30).
           02 ScSummary PIC X(40).
           02 ScStatus PIC X(1).
               88 ScOpen VALUE "O".
               88 ScEscalated VALUE "E".
               88 ScFiled VALUE "F".
               88 ScClosedNoAction VALUE "N".
               88 ScStillActive VALUE "O" "E".
           02 ScStatusDate PIC 9(8).
           02 ScStatusBy PIC X(8).
           02 ScDueDate PIC 9(8).
           02 ScTotalAmount PIC S9(11)V99.
           02 ScReportedDate PIC 9(8).
