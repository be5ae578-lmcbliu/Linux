      *Bank suspense item - a transfer the remittance import could
      *not apply, either because its reference matched no student
      *(reason U) or because it was more than the student's open
      *balance for the term (reason O, with the student and term it
      *matched). It stays open until the bursar assigns it to a
      *student and term, when it is written to payments.dat as a
      *BANK payment whose sequence number is kept here, or refunds
      *it to the payer. The fields an assignment or refund changes
      *come first so the audit images hold all of them.
       01 susprec.
           05 suskey.
               10 susno              pic 9(6).
           05 susamount              pic 9(6)v99.
           05 susstatus              pic x.
               88 SusOpen            value "O".
               88 SusAssigned        value "A".
               88 SusRefunded        value "R".
           05 susreason              pic x.
               88 SusUnmatched       value "U".
               88 SusOverpaid        value "O".
           05 susstudentid           pic 9(7).
           05 susterm                pic x(6).
           05 suspayseqno            pic 9(5).
           05 susclosedate           pic 9(8).
           05 susrefundmethod        pic x(6).
           05 susvaluedate           pic 9(8).
           05 susbankref             pic x(12).
           05 susreference           pic x(18).
           05 suspayer               pic x(20).
           05 susimportdate          pic 9(8).
