           move Transaction to EjAmount
           move "D" to EjOutcome
           move zero to EjTranID
           move zero to EjSenderID
           move zero to EjReceiverID
           open extend TellerJournalFile
           if ws_ej_file_status not = "00"
               open output TellerJournalFile
