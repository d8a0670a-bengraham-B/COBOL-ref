      *> repayment schedule (LOANSCHD.cpy) says when each
      *> installment falls due, the nightly collection run raises
      *> the debits, and LnOutstanding tracks what is still owed.
      *> A loan written off through the approval queue goes to
      *> status W with its outstanding moved to LnWrittenOffAmt;
      *> whatever collections gets back afterwards accumulates in
      *> LnRecovered. A hardship restructure or payment holiday
      *> executed through the approval queue sets the restructured
      *> marker; each one is kept on RestructHist.dat (RESTHIST).
      *> ---------------------------------------------------------
       01 LoanRecord.
           02 LnNumber PIC 9(7).
           02 LnStatus PIC X(1).
               88 LnActive VALUE "A".
               88 LnSettled VALUE "S".
               88 LnWrittenOff VALUE "W".
      *> Write-off and recovery tracking - zero on a loan that
      *> has never been written off.
           02 LnWriteOffDate PIC 9(8).
           02 LnWrittenOffAmt PIC S9(9)V99.
           02 LnRecovered PIC S9(9)V99.
      *> Restructure marker and count - "N" and zero on a loan
      *> that has kept its original terms.
           02 LnRestructured PIC X(1).
               88 LnIsRestructured VALUE "Y".
           02 LnRestructCount PIC 9(2).
      *> Rate basis - a variable loan follows the BaseRates.dat
      *> code plus its margin: the repricing run resets the rate
      *> and re-spreads the installments still to fall due when
      *> the base moves. Blank (loans from before variable
      *> pricing) reads as fixed.
           02 LnRateType PIC X(1).
               88 LnFixedRate VALUE "F" " ".
               88 LnVariableRate VALUE "V".
           02 LnBaseCode PIC X(4).
           02 LnBaseMargin PIC S9V9999.
