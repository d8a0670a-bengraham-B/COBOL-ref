           organization is line sequential
           file status is ws_control_file_status.

           select ReturnedMailFile assign to "ReturnedMail.dat"
           organization is line sequential
           file status is ws_rtn_file_status.

           select JournalFile assign to "CustJournal.dat"
           organization is line sequential
           file status is ws_journal_file_status.

           select CustomerFile assign to "Customer.dat"
           organization is indexed
           access is dynamic
       01 SuspSeqRecord.
           02 SuspSeqCounter pic 9(7).

       fd ReturnedMailFile.
       copy RTNMAIL.

       fd JournalFile.
       copy JRNLREC.

       fd DeclineFile.
       01 DeclineRecord.
           02 DclDate pic 9(8).
       01 ws_appr_parm_status pic x(2) value "00".
       01 ws_appr_threshold pic 9(9)v99 value 5000.00.
       01 ws_appr_item pic 9(7) value 0.
       01 ws_appr_action pic x(8) value "TRANSFER".

      *>     Staff conflict of interest - an operator connected to
      *>     either account (their own, a declared relative's, or
      *>     one they or a relative stand behind as guardian, joint
      *>     holder or signatory) does not post to it under their
      *>     own sign-on: a transfer goes to the approval queue for
      *>     another operator, anything else is refused. STAFFCHK
      *>     makes the call.
       01 ws_staff_account pic 9(5) value 0.
       01 ws_staff_owner pic 9(5) value 0.
       01 ws_staff_guardian pic 9(5) value 0.
       01 ws_staff_status pic 99 value 0.
           88 ws_staff_not_connected value 0.
           88 ws_staff_own_account value 1.
           88 ws_staff_relative_account value 2.
       01 ws_staff_party pic 9(5) value 0.
       01 ws_staff_connected pic x(1) value "N".
       01 ws_staff_hit_account pic 9(5) value 0.

      *>     Mail hold - post to the customer's address came back,
      *>     so the teller confirms the address with the customer
      *>     at the counter; a confirmation lifts the hold, anything
      *>     else leaves it for customer maintenance.
       01 ws_rtn_file_status pic x(2) value "00".
       01 ws_journal_file_status pic x(2) value "00".
       01 ws_mail_check_id pic 9(5) value 0.
       01 ws_confirm_address pic x(1) value "N".
       01 ws_staff_reason pic x(20) value spaces.

      *>     Product catalog - a customer with no explicit credit
      *>     limit entry falls back to their product's default
               03 ws_prod_daily pic 9(9)v99.
       01 ws_prod_count pic 99 value 0.

      *>     An account may be held in a foreign currency (the
      *>     product's) - its balance moves by the amount in that
      *>     currency: the transaction amount itself when the two
      *>     currencies agree, otherwise the home equivalent
      *>     converted at the mid rate.
       01 ws_acct_currency pic x(3) value "ZAR".
       01 ws_acct_amount pic s9(9)v99 value 0.
       01 ws_acct_fee pic s9(9)v99 value 0.
       01 ws_acct_home_other pic s9(9)v99 value 0.
       01 ws_acct_rate pic 9(9)v9999 value 1.
       01 ws_acct_rate_found pic x(1) value "Y".

      *>     A transfer party not on Customer.dat posts against the
      *>     suspense account (reserved ID 99999) instead of moving
      *>     money on paper with no balance behind it - each routed
       perform GET-SENDER-PARTY
           until ws_sender_confirmed = "Y".

       if ws_sender_was_found
           move ws_sender_id to ws_mail_check_id
           perform CHECK-HELD-MAIL-ADDRESS
       end-if.

       move transaction_sender to ws_screen_name.
       perform SCREEN-PARTY-AGAINST-BLOCKLIST.
       if ws_screen_hit = "Y"
       perform GET-RECEIVER-PARTY
           until ws_receiver_confirmed = "Y".

      *>     A deposit from someone who is not one of ours is served
      *>     for the receiving customer.
       if ws_type_deposit and ws_receiver_was_found
           and not ws_sender_was_found
           move ws_receiver_id to ws_mail_check_id
           perform CHECK-HELD-MAIL-ADDRESS
       end-if.

       move transaction_reciever to ws_screen_name.
       perform SCREEN-PARTY-AGAINST-BLOCKLIST.
       if ws_screen_hit = "Y"
           stop run
       end-if.

      *>     A reversal is judged against the original's accounts
      *>     once they are known; a transfer is queued in the
      *>     transfer path.
       perform CHECK-STAFF-CONNECTION.
       if ws_staff_connected = "Y"
           and not ws_type_transfer and not ws_type_reversal
           perform REFUSE-STAFF-CONNECTED
       end-if.

       if ws_type_transfer
           move "Y" to ws_is_transfer
           perform PROCESS-ACCOUNT-TRANSFER
               move ws_orig_receiver to transaction_reciever
               move ws_orig_sender_id to ws_sender_id
               move ws_orig_receiver_id to ws_receiver_id
               perform CHECK-STAFF-CONNECTION
               if ws_staff_connected = "Y"
                   perform REFUSE-STAFF-CONNECTED
               end-if
           end-if

           if ws_type_withdrawal
       PROCESS-ACCOUNT-TRANSFER.
           move "N" to ws_debit_posted
           perform LOAD-APPROVAL-THRESHOLD
           if ws_staff_connected = "Y"
               move "STAFF" to ws_appr_action
               perform QUEUE-TRANSFER-FOR-APPROVAL
               display "Operator " ws_operator_id " is connected to "
                   "account " ws_staff_hit_account " ("
                   ws_staff_reason ") - transfer queued as item "
                   ws_appr_item " for another operator"
               move "Q" to ws_ej_outcome
               move transaction_home_amount to ws_ej_amount
               move zero to ws_ej_tran_id
               perform WRITE-TELLER-JOURNAL
           else
           if transaction_home_amount > ws_appr_threshold
               or ws_both_to_sign = "Y"
               perform QUEUE-TRANSFER-FOR-APPROVAL
               perform WRITE-TELLER-JOURNAL
           else
               perform APPROVE-AND-POST-TRANSFER
           end-if
           end-if.

       APPROVE-AND-POST-TRANSFER.
           move ws_business_date to AppDate
           accept AppTime from time
           move ws_operator_id to AppMaker
           move ws_appr_action to AppAction
           move ws_sender_id to AppCustomerID
           move space to AppNewStatus
           move transaction_amount to AppAmount
                   end-if
           end-read.

       CHECK-STAFF-CONNECTION.
           move "N" to ws_staff_connected
           move ws_sender_id to ws_staff_account
           perform CHECK-ONE-STAFF-ACCOUNT
           if ws_staff_connected = "N"
               move ws_receiver_id to ws_staff_account
               perform CHECK-ONE-STAFF-ACCOUNT
           end-if.

       CHECK-ONE-STAFF-ACCOUNT.
      *>     The account's owner and guardian come off the master
      *>     record here so STAFFCHK never has to open Customer.dat
      *>     behind this program's back.
           if ws_staff_account not = 0
               and ws_staff_account not = ws_suspense_id
               and ws_cust_file_status = "00"
               move 0 to ws_staff_owner
               move 0 to ws_staff_guardian
               move ws_staff_account to IDNum
               read CustomerFile
                   invalid key continue
                   not invalid key
                       if CustOwnerID is numeric
                           move CustOwnerID to ws_staff_owner
                       end-if
                       if CustGuardianID is numeric
                           move CustGuardianID to ws_staff_guardian
                       end-if
               end-read
               call 'STAFFCHK' using ws_operator_id, ws_staff_account,
                   ws_staff_owner, ws_staff_guardian, ws_staff_status,
                   ws_staff_party
               if not ws_staff_not_connected
                   move "Y" to ws_staff_connected
                   move ws_staff_account to ws_staff_hit_account
                   evaluate true
                       when ws_staff_own_account
                           move "OWN ACCOUNT" to ws_staff_reason
                       when ws_staff_relative_account
                           move "RELATIVE'S ACCOUNT" to ws_staff_reason
                       when other
                           move "RELATED PARTY" to ws_staff_reason
                   end-evaluate
               end-if
           end-if.

       CHECK-HELD-MAIL-ADDRESS.
           if ws_mail_check_id not = ws_suspense_id
               and ws_cust_file_status = "00"
               move ws_mail_check_id to IDNum
               read CustomerFile
                   invalid key continue
                   not invalid key
                       if CustAddrUnverified
                           perform CONFIRM-HELD-ADDRESS
                       end-if
               end-read
           end-if.

       CONFIRM-HELD-ADDRESS.
           display "MAIL ON HOLD since " CustMailHoldDate
               " - post to this address came back"
           display "Address on file: " CustAddress
           display "Customer confirms this address? (Y/N) "
               no advancing
           accept ws_confirm_address
           if ws_confirm_address = "Y" or ws_confirm_address = "y"
               move CustomerData to JrnBeforeImage
               move space to CustMailHold
               move 0 to CustMailHoldDate
               rewrite CustomerData
                   invalid key
                       display "Unable to lift the mail hold on "
                           ws_mail_check_id
                   not invalid key
                       move CustomerData to JrnAfterImage
                       perform WRITE-ADDRESS-CONFIRMATION
                       display "Address confirmed - mail resumes"
               end-rewrite
           else
               display "Mail stays on hold - take the new address "
                   "through customer maintenance"
           end-if.

       WRITE-ADDRESS-CONFIRMATION.
           move ws_mail_check_id to RmIDNum
           move "V" to RmEvent
           move space to RmDocType
           move ws_business_date to RmDate
           move ws_business_date to RmRecordedDate
           move ws_operator_id to RmOperator
           move ws_program_name to RmProgram
           move CustAddress to RmAddress
           open extend ReturnedMailFile
           if ws_rtn_file_status not = "00"
               open output ReturnedMailFile
           end-if
           write ReturnedMailRecord
           close ReturnedMailFile
           move ws_mail_check_id to JrnIDNum
           move "MAILOK" to JrnAction
           accept JrnDate from date yyyymmdd
           accept JrnTime from time
           move ws_operator_id to JrnOperator
           open extend JournalFile
           if ws_journal_file_status not = "00"
               open output JournalFile
           end-if
           write CustomerJournalRecord
           close JournalFile.

       REFUSE-STAFF-CONNECTED.
           display "Transaction refused - operator " ws_operator_id
               " is connected to account " ws_staff_hit_account " ("
               ws_staff_reason "); another operator must serve it"
           move "D" to ws_ej_outcome
           move transaction_home_amount to ws_ej_amount
           move zero to ws_ej_tran_id
           perform WRITE-TELLER-JOURNAL
           if ws_cust_file_status = "00"
               close CustomerFile
           end-if
           stop run.

       CHECK-SENDER-KYC.
      *>     The identity record carries the documents - a
      *>     secondary account checks through its owner. The
                       end-if
                       perform SUM-UNRELEASED-HOLDS
                       perform SUM-ACTIVE-ATTACHMENTS
                       perform SET-ACCOUNT-AMOUNT
                       compute ws_acct_home_other rounded =
                           (ws_holds_total + ws_attach_total)
                           / ws_acct_rate
                       compute ws_balance_after =
                           CustBalance - ws_acct_home_other
                           - ws_acct_amount
                       if ws_balance_after < ws_credit_floor
                           move "N" to ws_debit_allowed
                       end-if
                       if ws_acct_rate_found = "N"
                           display "No rate for account currency "
                               ws_acct_currency
                           move "N" to ws_debit_allowed
                       end-if
               end-read
           end-if.

       SET-ACCOUNT-AMOUNT.
      *>     Works on the customer record just read.
           perform FIND-ACCOUNT-RATE
           if ws_acct_currency = transaction_currency
               move transaction_amount to ws_acct_amount
           else
               compute ws_acct_amount rounded =
                   transaction_home_amount / ws_acct_rate
           end-if.

       FIND-ACCOUNT-RATE.
           move CustCurrency to ws_acct_currency
           if ws_acct_currency = spaces
               move "ZAR" to ws_acct_currency
           end-if
           move 1 to ws_acct_rate
           move "Y" to ws_acct_rate_found
           if ws_acct_currency not = "ZAR"
               move "N" to ws_acct_rate_found
               perform FIND-ONE-ACCOUNT-RATE
                   varying ws_rate_idx from 1 by 1
                   until ws_rate_idx > ws_rate_count
               if ws_acct_rate_found = "N"
                   move 1 to ws_acct_rate
               end-if
           end-if.

       FIND-ONE-ACCOUNT-RATE.
           if ws_rate_currency (ws_rate_idx) = ws_acct_currency
               and ws_rate_value (ws_rate_idx) > 0
               move ws_rate_value (ws_rate_idx) to ws_acct_rate
               move "Y" to ws_acct_rate_found
           end-if.

       FIND-PRODUCT-FLOOR.
           perform CHECK-ONE-PRODUCT-FLOOR
               varying ws_prod_idx from 1 by 1
           move ws_ej_outcome to EjOutcome
           move ws_ej_tran_id to EjTranID
           move ws_acting_party to EjActingParty
           move ws_sender_id to EjSenderID
           move ws_receiver_id to EjReceiverID
           open extend TellerJournalFile
           if ws_ej_file_status not = "00"
               open output TellerJournalFile
           close FeeWaivedFile.

       POST-TRANSFER-FEE.
      *>     The schedule is in home currency; a foreign-currency
      *>     account is charged the equivalent in its own currency.
           move ws_sender_id to IDNum
           read CustomerFile
               invalid key move spaces to CustCurrency
           end-read
           perform FIND-ACCOUNT-RATE
           compute ws_acct_fee rounded = ws_found_fee / ws_acct_rate
           move "F" to ws_transaction_type
           perform BUILD-TRANSACTION-ID
           move transaction_id to TranID
           move ws_acct_fee to TranAmount
           move transaction_sender to TranSender
           move "FEE INCOME" to TranReceiver
           move zero to TranOriginalID
           move ws_operator_id to TranOperator
           move ws_acct_currency to TranCurrency
           move ws_found_fee to TranHomeAmount
           move zero to TranTransferID
           move "D" to TranLegType
               invalid key
                   display "Sender not found for fee debit"
               not invalid key
                   subtract ws_acct_fee from CustBalance
                   rewrite CustomerData
                       invalid key
                           display "Unable to debit fee from sender"
                   end-rewrite
           end-read
           if ws_acct_currency = "ZAR"
               display "Fee of R" ws_found_fee " assessed on transfer"
           else
               display "Fee of " ws_acct_currency " " ws_acct_fee
                   " (R" ws_found_fee ") assessed on transfer"
           end-if
           move "P" to ws_ej_outcome
           move ws_found_fee to ws_ej_amount
           move transaction_id to ws_ej_tran_id
                   invalid key continue
                   not invalid key
                       move CustBalance to ws_mini_balance_out
                       move CustCurrency to ws_acct_currency
                       if ws_acct_currency = spaces
                           move "ZAR" to ws_acct_currency
                       end-if
                       display "CURRENT BALANCE: "
                           ws_mini_balance_out " " ws_acct_currency
               end-read
           end-if.

                   display "Sender ID " ws_sender_id
                       " not found for balance update"
               not invalid key
                   perform SET-ACCOUNT-AMOUNT
                   subtract ws_acct_amount from CustBalance
                   rewrite CustomerData
                       invalid key
                           display "Unable to update sender balance "
                   display "Sender ID " ws_sender_id
                       " not found for balance rollback"
               not invalid key
                   perform SET-ACCOUNT-AMOUNT
                   add ws_acct_amount to CustBalance
                   rewrite CustomerData
                       invalid key
                           display "Unable to roll back sender balance "
                   display "Receiver ID " ws_receiver_id
                       " not found for balance update"
               not invalid key
                   perform SET-ACCOUNT-AMOUNT
                   add ws_acct_amount to CustBalance
                   rewrite CustomerData
                       invalid key
                           display "Unable to update receiver balance "
