      *> ---------------------------------------------------------
      *> LOANAPP.cpy
      *> Loan application register record - LoanApplications.dat
      *> keeps every application from capture to outcome, so the
      *> income declared, the affordability figures worked from
      *> it and the decision all stay on file after the loan is
      *> booked (or refused). An application moves captured ->
      *> assessed -> approved or declined; loan maintenance will
      *> only grant against an approved one, and marks it
      *> disbursed with the loan number it became. Declines keep
      *> their reason code for the fair-lending review.
      *> Income, expense and installment figures are monthly;
      *> the credit turnover is the six months to assessment.
      *> ---------------------------------------------------------
       01 LoanApplicationRecord.
           02 ApNumber PIC 9(7).
           02 ApCustomerID PIC 9(5).
           02 ApCaptureDate PIC 9(8).
           02 ApCapturedBy PIC X(8).
           02 ApPrincipal PIC 9(9)V99.
           02 ApAnnualRate PIC 9V9999.
           02 ApTermMonths PIC 9(3).
           02 ApPurpose PIC X(20).
           02 ApDeclaredIncome PIC 9(9)V99.
           02 ApDeclaredExpenses PIC 9(9)V99.
      *> Assessment - existing obligations are the LnInstallment
      *> of the customer's active loans; the assessed income is
      *> the lower of the declared income and the average
      *> monthly credit turnover actually seen on the ledger.
           02 ApExistingInstallments PIC S9(9)V99.
           02 ApCreditTurnover PIC S9(11)V99.
           02 ApAssessedIncome PIC S9(9)V99.
           02 ApNewInstallment PIC 9(9)V99.
           02 ApDisposable PIC S9(9)V99.
           02 ApDebtRatio PIC 9V9999.
           02 ApAffordability PIC X(1).
               88 ApAffordPass VALUE "P".
               88 ApAffordFail VALUE "F".
           02 ApAssessDate PIC 9(8).
           02 ApStatus PIC X(1).
               88 ApCaptured VALUE "C".
               88 ApAssessed VALUE "S".
               88 ApApproved VALUE "A".
               88 ApDeclined VALUE "X".
               88 ApDisbursed VALUE "D".
           02 ApDecisionDate PIC 9(8).
           02 ApDecidedBy PIC X(8).
           02 ApDeclineCode PIC X(2).
               88 ApDeclineAffordability VALUE "01".
               88 ApDeclineIncomeEvidence VALUE "02".
               88 ApDeclineCreditHistory VALUE "03".
               88 ApDeclineExistingDebt VALUE "04".
               88 ApDeclineIncomplete VALUE "05".
               88 ApDeclinePolicy VALUE "06".
               88 ApDeclineCodeValid VALUE "01" THRU "06".
           02 ApLoanNumber PIC 9(7).
