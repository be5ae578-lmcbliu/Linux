      *General ledger journal line - the interface record the
      *finance system loads. Every tuition transaction extracted
      *gives two lines of the same amount, one debit and one credit,
      *so a batch balances line for line. The batch date is the date
      *the extract ran through; the transaction date, type, student,
      *term and selector (course code or payment method) trace each
      *line back to bills.dat or payments.dat.
       01 gljrnlrec.
           05 gljbatchdate           pic 9(8).
           05 gljtxndate             pic 9(8).
           05 gljaccount             pic x(10).
           05 gljdrcr                pic x.
               88 GljDebit           value "D".
               88 GljCredit          value "C".
           05 gljamount              pic 9(8)v99.
           05 gljtxntype             pic x(6).
           05 gljstudentid           pic 9(7).
           05 gljterm                pic x(6).
           05 gljselector            pic x(6).
