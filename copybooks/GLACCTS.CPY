      *General ledger account map - which ledger accounts a tuition
      *transaction is debited and credited to, keyed on the
      *transaction type (BILL, CREDIT, AWARD for bills.dat; PAYMNT,
      *REVRSL, REFUND, WRTOFF for payments.dat) and a selector - the
      *course code for a bill, the payment method for a payment. A
      *selector of * is the type's default for any course or method
      *without an entry of its own.
       01 glacctrec.
           05 glacctkey.
               10 gltxntype          pic x(6).
                   88 ValidGlTxnType value "BILL  " "CREDIT" "AWARD "
                                           "PAYMNT" "REVRSL" "REFUND"
                                           "WRTOFF".
               10 glselector         pic x(6).
                   88 GlDefaultEntry value "*".
           05 gldebitacct            pic x(10).
           05 glcreditacct           pic x(10).
           05 gldescription          pic x(20).
